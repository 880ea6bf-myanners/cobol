000330*                     REPORTED AND THE FINAL RECORD COUNT IS
000340*                     RECONCILED - A MISMATCH ENDS WITH
000350*                     RETURN-CODE 16 LIKE A SHORT RELOAD.
000351*    10/15/2026 MYN   WRITE A CONTROL-TOTALS RECORD TO THE
000352*                     SHARED CTLLEDGR LEDGER (SEE CTLLEDCP) AT THE
000353*                     END OF EVERY RUN - BACKUP RECORDS READ, THE
000354*                     RECORDS ON THE REBUILT MASTER AND THE RETURN
000355*                     CODE.  A CLEAN RELOAD RESETS THE MASTER
000356*                     COUNT THE CUSTBAL BALANCING REPORT CARRIES
000357*                     FORWARD.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000500     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CUSTHIST-FILE-STATUS.
000522     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000530*----------------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000650 FD  CUSTOMER-HISTORY-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CUSTHSCP.
000672*
000674 FD  CONTROL-LEDGER-FILE
000676     LABEL RECORDS ARE STANDARD.
000678     COPY CTLLEDCP.
000680*----------------------------------------------------------------
000690 WORKING-STORAGE SECTION.
000693 COPY TIMESTMP.
000696*
000700 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000710 77  CUSTBKUP-FILE-STATUS                PIC X(02) VALUE SPACES.
000720 77  END-OF-BACKUP-SWITCH                PIC X(01) VALUE "N".
001010                                          VALUE ZERO.
001020 77  FINAL-RECORD-COUNT                  PIC 9(07) COMP
001030                                          VALUE ZERO.
001033 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
001036 77  BATCH-WINDOW-DATE                   PIC X(08) VALUE SPACES.
001040*----------------------------------------------------------------
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001220         PERFORM 5000-RECONCILE-FINAL-COUNT
001230             THRU 5000-RECONCILE-FINAL-COUNT-EXIT
001240     END-IF
001243     PERFORM 8000-WRITE-CONTROL-LEDGER
001246         THRU 8000-WRITE-CONTROL-LEDGER-EXIT
001250     PERFORM 9000-TERMINATE
001260         THRU 9000-TERMINATE-EXIT
001270     GOBACK.
001330*    WHATEVER IS ON CUSTMAST TODAY.
001340*----------------------------------------------------------------
001350 1000-INITIALIZE.
001351     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001352     STRING 800-CURRENT-DATE-YYYY
001353            800-CURRENT-DATE-MM
001354            800-CURRENT-DATE-DD
001355         DELIMITED BY SIZE INTO BATCH-WINDOW-DATE
001360     PERFORM 1100-SET-REPLAY-CUTOFF
001370         THRU 1100-SET-REPLAY-CUTOFF-EXIT
001380*    A BAD CUTOFF STOPS THE RUN BEFORE THE OPEN OUTPUT BELOW
004670     .
004680 9000-TERMINATE-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710*    8000-WRITE-CONTROL-LEDGER
004720*    ONE CONTROL-TOTALS RECORD FOR THIS RUN ON THE SHARED LEDGER
004730*    (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN WORKED, SO
004740*    CUSTBAL SEES THE RETURN CODE TOO.  THE LEDGER IS A GROWING
004750*    LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE FIRST EVER
004760*    RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE BALANCING
004770*    REPORT WILL MISS THE STEP AND SAY SO.
004780*    AFTER A REPLAY THE MASTER HOLDS THE RECOUNTED FINAL
004790*    RECORDS, NOT THE RELOADED ONES - THAT IS THE COUNT LEDGERED.
004800*----------------------------------------------------------------
004810 8000-WRITE-CONTROL-LEDGER.
004820     OPEN EXTEND CONTROL-LEDGER-FILE
004830     IF CTLLEDGR-FILE-STATUS = "35"
004840         OPEN OUTPUT CONTROL-LEDGER-FILE
004850         CLOSE CONTROL-LEDGER-FILE
004860         OPEN EXTEND CONTROL-LEDGER-FILE
004870     END-IF
004880     IF CTLLEDGR-FILE-STATUS NOT = "00"
004890         DISPLAY '*** CUSTREST - LIVRO DE TOTAIS DE CONTROLE NAO '
004900                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
004910                 ' ***'
004920         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
004930     END-IF
004940     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
004950     MOVE SPACES TO CONTROL-LEDGER-RECORD
004960     MOVE BATCH-WINDOW-DATE TO CL-BATCH-WINDOW
004970     SET CL-RESTORE-STEP TO TRUE
004980     MOVE RECORDS-READ-COUNT TO CL-RECORDS-READ
004990     IF REPLAY-MODE-ON AND RETURN-CODE = ZERO
005000         MOVE FINAL-RECORD-COUNT TO CL-RECORDS-WRITTEN
005010     ELSE
005020         MOVE RECORDS-WRITTEN-COUNT TO CL-RECORDS-WRITTEN
005030     END-IF
005040     MOVE ZERO TO CL-RECORDS-REJECTED
005050     MOVE ZERO TO CL-TRAILER-COUNT
005060     MOVE ZEROS TO CL-REFERENCE-DATE
005070     STRING 800-CURRENT-DATE-YYYY
005080            800-CURRENT-DATE-MM
005090            800-CURRENT-DATE-DD
005100         DELIMITED BY SIZE INTO CL-RUN-DATE
005110     STRING 800-CURRENT-TIME-HH
005120            800-CURRENT-TIME-MM
005130            800-CURRENT-TIME-SS
005140         DELIMITED BY SIZE INTO CL-RUN-TIME
005150     MOVE RETURN-CODE TO CL-RETURN-CODE
005160     WRITE CONTROL-LEDGER-RECORD
005170     CLOSE CONTROL-LEDGER-FILE
005180     .
005190 8000-WRITE-CONTROL-LEDGER-EXIT.
005200     EXIT.
