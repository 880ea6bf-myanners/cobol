000010*----------------------------------------------------------------
000020*    JOBSTPCP.CPY
000030*    JOB-STREAM STEP-DEFINITION FILE RECORD LAYOUT.
000040*    ONE RECORD PER STEP OF A FIMDODIA JOB STREAM, IN THE ORDER
000050*    THE STEPS RUN.  MAINTAINED BY OPERATIONS AS A PLAIN TEXT
000060*    FILE (JOBSTEPS), LIKE JOBSCHED - ADD A LINE WHEN A PROGRAM
000070*    JOINS A STREAM.  THE STREAMS ARE:
000080*        DAILY    - THE NIGHTLY END-OF-DAY STREAM (THE DEFAULT)
000090*        WEEKLY   - BACKUP AND HOUSEKEEPING
000100*        MONTHEND - MONTH-END REPORTS, RUN ON THE LAST NIGHT
000110*    ANOTHER NAME MAY BE USED FOR A STREAM OPERATIONS BUILD
000120*    THEMSELVES; FIMDODIA-STREAM PICKS THE ONE TO RUN.
000130*
000140*    JS-STEP-NAME IS WHAT THE CHECKPOINT RECORDS, SO IT MUST BE
000150*    UNIQUE WITHIN ITS STREAM AND MUST NOT BE "COMPLETE".
000160*    JS-PROGRAM-NAME IS THE PROGRAM-ID CALLED, IN LOWER CASE.
000170*    UP TO TWO ENVIRONMENT SETTINGS ARE PUT IN PLACE BEFORE THE
000180*    CALL AND PUT BACK AS THEY WERE AFTER IT (SPACES IF THEY WERE
000190*    NOT SET BEFORE).  A STEP WHOSE RETURN CODE IS NOT
000200*    ABOVE JS-MAX-RETURN-CODE HAS COMPLETED; ABOVE IT, THE STEP
000210*    HAS FAILED AND JS-FAIL-ACTION SAYS WHAT HAPPENS:
000220*        STOP - THE STREAM ENDS WITH RETURN-CODE 16 AND THE
000230*               CHECKPOINT STAYS AT THE STEP BEFORE, SO THE
000240*               RERUN STARTS AGAIN AT THE FAILED STEP
000250*        WARN - THE STREAM GOES ON AND ENDS WITH RETURN-CODE 8
000260*        SKIP - THE STREAM GOES ON; THE FAILURE IS ONLY SHOWN
000270*               ON THE CONSOLE
000280*    HAND-EDIT COLUMNS: STREAM 1-8, STEP 9-16, PROGRAM 17-28,
000290*    MAXIMUM RETURN CODE 29-30, FAIL ACTION 31-34, FIRST
000300*    ENVIRONMENT NAME 35-58 AND VALUE 59-66, SECOND ENVIRONMENT
000310*    NAME 67-90 AND VALUE 91-98.
000320*
000330*    WHEN THE FILE DOES NOT EXIST FIMDODIA RUNS ITS OWN BUILT-IN
000340*    COPY OF THE SHOP STANDARD STREAMS (SEE JOBSTDCP):
000350*    DAILY    VERIFY   custvrfy     00 STOP
000360*             ACCTLOAD acctload     08 WARN
000370*             CUSTCONC custconc     00 WARN
000380*             INTAKE   testecob     00 STOP TESTECOB-BATCH-MODE=Y
000390*             MAINT    testecob     00 STOP TESTECOB-MAINT-MODE=Y
000400*             EXTRACT  custextr     00 STOP
000410*             BALANCE  custbal      00 STOP
000420*             CURSOPG3 curso-prog3  00 STOP
000430*             RELATORI relatorio    00 STOP
000440*             REJAGING rejaging     00 WARN
000450*             APRVEXCP aprvexcp     00 WARN
000460*             CONCILIA concilia     00 WARN
000470*    WEEKLY   BACKUP   custbkup     00 STOP
000480*             AUDPURGE audpurge     00 STOP
000490*             CUSTDUPL custdupl     00 WARN
000500*    MONTHEND CUSTSTAT custstat     00 WARN
000510*             OPERATIV operativ     00 WARN
000520*    CUSTCONC RECONCILES LAST NIGHT'S EXTRACT, SO IT MUST RUN
000530*    BEFORE EXTRACT OVERWRITES THE INTERFACE FILE.
000540*    BALANCE CHECKS THE NIGHT'S CONTROL TOTALS, SO IT MUST RUN
000550*    AFTER EXTRACT, THE LAST STEP THAT WRITES TO THE LEDGER.
000560*----------------------------------------------------------------
000570 01  JOB-STEP-RECORD.
000580     05  JS-STREAM-NAME                  PIC X(08).
000590     05  JS-STEP-NAME                    PIC X(08).
000600     05  JS-PROGRAM-NAME                 PIC X(12).
000610     05  JS-MAX-RETURN-CODE              PIC 9(02).
000620     05  JS-FAIL-ACTION                  PIC X(04).
000630         88  JS-FAIL-STOP                     VALUE "STOP".
000640         88  JS-FAIL-WARN                     VALUE "WARN".
000650         88  JS-FAIL-SKIP                     VALUE "SKIP".
000660         88  JS-FAIL-ACTION-VALID             VALUE "STOP"
000670                                                    "WARN"
000680                                                    "SKIP".
000690     05  JS-ENV-SETTING                  OCCURS 2 TIMES.
000700         10  JS-ENV-NAME                 PIC X(24).
000710         10  JS-ENV-VALUE                PIC X(08).
000720     05  FILLER                          PIC X(10).
