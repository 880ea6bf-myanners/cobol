000010*----------------------------------------------------------------
000020*    CUSTMTCP.CPY
000030*    CUSTOMER-MAINTENANCE TRANSACTION FILE RECORD LAYOUT.  ONE
000040*    CHANGE, STATUS CHANGE OR DELETE PER LINE - THE SEQUENTIAL
000050*    INPUT FILE FOR TESTECOB'S BATCH-MAINTENANCE RUN
000060*    (TESTECOB-MAINT-MODE), WHICH APPLIES A BRANCH'S CORRECTIONS
000070*    AND CLOSED-ACCOUNT LISTS IN ONE RUN INSTEAD OF ONE CUSTMNT
000080*    SESSION PER RECORD.  THE TRANSACTION CODES ARE THE CUSTMNT
000090*    ACTION LETTERS, AND EACH ONE APPLIES THE SAME EDITS:
000100*        A - ALTERAR NOME     (MT-NEW-NAME)
000110*        T - ALTERAR CONTATO  (MT-NEW-ADDRESS-LINE THROUGH
000120*                              MT-NEW-PHONE-NUMBER - EVERY
000130*                              FIELD IS REPLACED, BLANKS
000140*                              INCLUDED, AS ON THE SCREEN)
000150*        S - SITUACAO         (MT-NEW-STATUS-CODE, A OR I)
000160*        E - EXCLUIR          (NO NEW VALUES)
000170*    FIELDS A TRANSACTION DOES NOT USE ARE IGNORED.
000180*
000190*    THE FILE CARRIES THE SAME BATCH CONTROL AS CUSTINPT (SEE
000200*    CUSTINCP): ONE "H" HEADER LINE FIRST (BATCH DATE AND
000210*    SOURCE) AND ONE "T" TRAILER LINE LAST (DETAIL RECORD
000220*    COUNT).  A DETAIL LINE STARTS WITH ITS NUMERIC CUSTOMER ID,
000230*    SO THE "H"/"T" TYPE BYTE CAN NEVER COLLIDE WITH ONE.  THE
000240*    LAST TEN POSITIONS ARE LEFT FOR THE REJECT DATE AND REASON
000250*    (SEE CUSTMJCP), SO A REPAIRED REJECT QUEUE CAN BE FED BACK
000260*    AS A REPROCESS RUN'S TRANSACTION FILE AS-IS.
000270*----------------------------------------------------------------
000280 01  CUSTOMER-MAINT-RECORD.
000290     05  MT-CUSTOMER-ID                  PIC 9(06).
000300     05  MT-TRANS-CODE                   PIC X(01).
000310         88  MT-TRANS-CHANGE-NAME             VALUE "A".
000320         88  MT-TRANS-CHANGE-CONTACT          VALUE "T".
000330         88  MT-TRANS-CHANGE-STATUS           VALUE "S".
000340         88  MT-TRANS-DELETE                  VALUE "E".
000350         88  MT-TRANS-VALID                   VALUE "A" "T"
000360                                                    "S" "E".
000370     05  MT-NEW-NAME                     PIC X(30).
000380     05  MT-NEW-ADDRESS-LINE             PIC X(30).
000390     05  MT-NEW-CITY                     PIC X(20).
000400     05  MT-NEW-STATE                    PIC X(02).
000410     05  MT-NEW-POSTAL-CODE              PIC X(08).
000420     05  MT-NEW-PHONE-NUMBER             PIC X(11).
000430     05  MT-NEW-STATUS-CODE              PIC X(01).
000440     05  FILLER                          PIC X(11).
000450 01  MAINT-HEADER-RECORD.
000460     05  TH-RECORD-TYPE                  PIC X(01).
000470     05  TH-BATCH-DATE                   PIC X(08).
000480     05  TH-BATCH-SOURCE                 PIC X(08).
000490     05  FILLER                          PIC X(103).
000500 01  MAINT-TRAILER-RECORD.
000510     05  TT-RECORD-TYPE                  PIC X(01).
000520     05  TT-DETAIL-COUNT                 PIC 9(07).
000530     05  FILLER                          PIC X(112).
