000207*                     UNLOAD A MASTER BUILT BEFORE THE NAME INDEX
000208*                     EXISTED, SO CUSTREST CAN REBUILD IT WITH
000209*                     BOTH KEYS.
000211*    10/15/2026 MYN   WRITE A CONTROL-TOTALS RECORD TO THE
000212*                     SHARED CTLLEDGR LEDGER (SEE CTLLEDCP) AT THE
000213*                     END OF EVERY RUN - RECORDS READ, RECORDS
000214*                     WRITTEN AND THE RETURN CODE - FOR THE
000215*                     CUSTBAL BALANCING REPORT.  THE COUNTS ARE
000216*                     NOW CLEARED AT THE START OF EACH RUN, AS
000217*                     FIMDODIA CALLS THIS PROGRAM RATHER THAN
000218*                     STARTING IT FRESH.
000219*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000310     SELECT CUSTOMER-BACKUP-FILE ASSIGN TO "CUSTBKUP"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CUSTBKUP-FILE-STATUS.
000332     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000340*----------------------------------------------------------------
000350 DATA DIVISION.
000360 FILE SECTION.
000420     LABEL RECORDS ARE STANDARD.
000430     COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000440                            BACKUP-CUSTOMER-RECORD.
000442*
000444 FD  CONTROL-LEDGER-FILE
000446     LABEL RECORDS ARE STANDARD.
000448     COPY CTLLEDCP.
000450*----------------------------------------------------------------
000460 WORKING-STORAGE SECTION.
000463 COPY TIMESTMP.
000466*
000470 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000480 77  CUSTBKUP-FILE-STATUS                PIC X(02) VALUE SPACES.
000490 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
000560                                          VALUE ZERO.
000570 77  RECORDS-WRITTEN-COUNT               PIC 9(07) COMP
000580                                          VALUE ZERO.
000583 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
000586 77  BATCH-WINDOW-DATE                   PIC X(08) VALUE SPACES.
000590*----------------------------------------------------------------
000600 PROCEDURE DIVISION.
000610*----------------------------------------------------------------
000700     END-IF
000710     PERFORM 3000-RECONCILE-COUNTS
000720         THRU 3000-RECONCILE-COUNTS-EXIT
000723     PERFORM 8000-WRITE-CONTROL-LEDGER
000726         THRU 8000-WRITE-CONTROL-LEDGER-EXIT
000730     PERFORM 9000-TERMINATE
000740         THRU 9000-TERMINATE-EXIT
000750     GOBACK.
000790*    - AN EMPTY BACKUP MUST NEVER PASS FOR A GOOD ONE.
000800*----------------------------------------------------------------
000810 1000-INITIALIZE.
000811     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
000812     STRING 800-CURRENT-DATE-YYYY
000813            800-CURRENT-DATE-MM
000814            800-CURRENT-DATE-DD
000815         DELIMITED BY SIZE INTO BATCH-WINDOW-DATE
000816     MOVE ZERO TO RECORDS-READ-COUNT
000817     MOVE ZERO TO RECORDS-WRITTEN-COUNT
000820     OPEN INPUT CUSTOMER-MASTER-FILE
000830     IF CUSTMAST-FILE-STATUS NOT = "00"
000840         SET MASTER-FILE-NOT-AVAILABLE TO TRUE
001700     .
001710 9000-TERMINATE-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740*    8000-WRITE-CONTROL-LEDGER
001750*    ONE CONTROL-TOTALS RECORD FOR THIS RUN ON THE SHARED LEDGER
001760*    (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN WORKED, SO
001770*    CUSTBAL SEES THE RETURN CODE TOO.  THE LEDGER IS A GROWING
001780*    LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE FIRST EVER
001790*    RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE BALANCING
001800*    REPORT WILL MISS THE STEP AND SAY SO.
001810*----------------------------------------------------------------
001820 8000-WRITE-CONTROL-LEDGER.
001830     OPEN EXTEND CONTROL-LEDGER-FILE
001840     IF CTLLEDGR-FILE-STATUS = "35"
001850         OPEN OUTPUT CONTROL-LEDGER-FILE
001860         CLOSE CONTROL-LEDGER-FILE
001870         OPEN EXTEND CONTROL-LEDGER-FILE
001880     END-IF
001890     IF CTLLEDGR-FILE-STATUS NOT = "00"
001900         DISPLAY '*** CUSTBKUP - LIVRO DE TOTAIS DE CONTROLE NAO '
001910                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
001920                 ' ***'
001930         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
001940     END-IF
001950     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001960     MOVE SPACES TO CONTROL-LEDGER-RECORD
001970     MOVE BATCH-WINDOW-DATE TO CL-BATCH-WINDOW
001980     SET CL-BACKUP-STEP TO TRUE
001990     MOVE RECORDS-READ-COUNT TO CL-RECORDS-READ
002000     MOVE RECORDS-WRITTEN-COUNT TO CL-RECORDS-WRITTEN
002010     MOVE ZERO TO CL-RECORDS-REJECTED
002020     MOVE ZERO TO CL-TRAILER-COUNT
002030     MOVE ZEROS TO CL-REFERENCE-DATE
002040     STRING 800-CURRENT-DATE-YYYY
002050            800-CURRENT-DATE-MM
002060            800-CURRENT-DATE-DD
002070         DELIMITED BY SIZE INTO CL-RUN-DATE
002080     STRING 800-CURRENT-TIME-HH
002090            800-CURRENT-TIME-MM
002100            800-CURRENT-TIME-SS
002110         DELIMITED BY SIZE INTO CL-RUN-TIME
002120     MOVE RETURN-CODE TO CL-RETURN-CODE
002130     WRITE CONTROL-LEDGER-RECORD
002140     CLOSE CONTROL-LEDGER-FILE
002150     .
002160 8000-WRITE-CONTROL-LEDGER-EXIT.
002170     EXIT.
