000010*----------------------------------------------------------------
000020*    CTLLEDCP.CPY
000030*    CONTROL-TOTALS LEDGER RECORD LAYOUT.
000040*    ONE RECORD PER RUN OF A STEP IN THE CUSTOMER CHAIN, APPENDED
000050*    TO THE SHARED LEDGER FILE (CTLLEDGR) AT THE END OF THE RUN -
000060*    WHETHER THE RUN WORKED OR NOT, SO THE RETURN CODE IS ON
000070*    RECORD TOO.  THE CUSTBAL BALANCING REPORT READS THE LEDGER
000080*    FOR ONE BATCH WINDOW AND TIES THE STEPS OUT TO EACH OTHER.
000090*
000100*    CL-BATCH-WINDOW IS THE RUN DATE (AAAAMMDD) AT THE START OF
000110*    THE STEP; CL-RUN-DATE AND CL-RUN-TIME ARE TAKEN WHEN THE
000120*    RECORD IS WRITTEN.  STEP NAMES AND WHAT THEIR COUNTS HOLD:
000130*        INTAKE   - TESTECOB BATCH INTAKE: READ = DETAIL RECORDS,
000140*                   WRITTEN = CUSTOMERS LOADED, REJECTED = SENT
000150*                   TO CUSTREJT, TRAILER = BATCH TRAILER COUNT,
000160*                   REFERENCE = BATCH HEADER DATE
000170*        REPROC   - TESTECOB REPROCESS OF THE REJECT QUEUE, SAME
000180*                   COUNTS AS INTAKE
000190*        CUSTEXTR - READ = MASTER RECORDS READ, WRITTEN = DETAIL
000200*                   RECORDS EXTRACTED (CHANGES AND DELETES),
000210*                   TRAILER = THE EXTRACT TRAILER COUNT,
000220*                   REFERENCE = FROM-DATE OF THE EXTRACT (ZEROS
000230*                   ON A FULL EXTRACT)
000240*        CUSTBKUP - READ = MASTER RECORDS READ, WRITTEN = BACKUP
000250*                   RECORDS WRITTEN
000260*        CUSTREST - READ = BACKUP RECORDS READ, WRITTEN = RECORDS
000270*                   ON THE RESTORED MASTER (AFTER ANY REPLAY)
000280*        CUSTVRFY - READ = RECORDS FOUND BY CUSTOMER ID, WRITTEN =
000290*                   RECORDS FOUND BY NAME, REJECTED = EXCEPTIONS
000300*        CUSTCONC - READ = RECORDS SENT, WRITTEN = ACCEPTED BY
000310*                   BILLING, REJECTED = EXCEPTIONS, TRAILER = THE
000320*                   EXTRACT TRAILER COUNT, REFERENCE = THE
000330*                   EXTRACT DATE
000340*    COUNTS THAT DO NOT APPLY TO A STEP ARE ZEROS.
000350*----------------------------------------------------------------
000360 01  CONTROL-LEDGER-RECORD.
000370     05  CL-BATCH-WINDOW                 PIC X(08).
000380     05  CL-STEP-NAME                    PIC X(08).
000390         88  CL-INTAKE-STEP                   VALUE "INTAKE".
000400         88  CL-REPROCESS-STEP                VALUE "REPROC".
000410         88  CL-EXTRACT-STEP                  VALUE "CUSTEXTR".
000420         88  CL-BACKUP-STEP                   VALUE "CUSTBKUP".
000430         88  CL-RESTORE-STEP                  VALUE "CUSTREST".
000440         88  CL-VERIFY-STEP                   VALUE "CUSTVRFY".
000450         88  CL-CONCILIATION-STEP             VALUE "CUSTCONC".
000460     05  CL-RUN-DATE                     PIC X(08).
000470     05  CL-RUN-TIME                     PIC X(06).
000480     05  CL-RECORDS-READ                 PIC 9(07).
000490     05  CL-RECORDS-WRITTEN              PIC 9(07).
000500     05  CL-RECORDS-REJECTED             PIC 9(07).
000510     05  CL-TRAILER-COUNT                PIC 9(07).
000520     05  CL-REFERENCE-DATE               PIC X(08).
000530     05  CL-RETURN-CODE                  PIC 9(03).
000540     05  FILLER                          PIC X(11).
