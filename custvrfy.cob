000260*                     BACKUP ALL BUILD ON TOP OF IT - THE LAST
000270*                     CORRUPTION WAS FOUND ONLY WHEN TESTECOB
000280*                     THREW WRITE ERRORS MID-LOAD.
000281*    10/15/2026 MYN   WRITE A CONTROL-TOTALS RECORD TO THE
000282*                     SHARED CTLLEDGR LEDGER (SEE CTLLEDCP) AT THE
000283*                     END OF EVERY RUN - RECORDS FOUND BY ID AND
000284*                     BY NAME, FINDINGS AND THE RETURN CODE.  THE
000285*                     ID PASS COUNT IS THE NIGHT'S CUSTOMER-MASTER
000286*                     COUNT THE CUSTBAL BALANCING REPORT ROLLS
000287*                     FORWARD AND TIES OUT.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000400     SELECT REPORT-FILE ASSIGN TO "CUSTVFRP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS REPORT-FILE-STATUS.
000422     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000430*----------------------------------------------------------------
000440 DATA DIVISION.
000450 FILE SECTION.
000500 FD  REPORT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  REPORT-LINE                         PIC X(80).
000522*
000524 FD  CONTROL-LEDGER-FILE
000526     LABEL RECORDS ARE STANDARD.
000528     COPY CTLLEDCP.
000530*----------------------------------------------------------------
000540 WORKING-STORAGE SECTION.
000543 COPY TIMESTMP.
000546*
000550 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000560 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000570 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
000770 77  EXCEPTIONS-COUNT                    PIC 9(07) COMP
000780                                          VALUE ZERO.
000790 77  RECORDS-COUNT-EDIT                  PIC ZZZZZZ9 VALUE ZEROS.
000793 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
000796 77  BATCH-WINDOW-DATE                   PIC X(08) VALUE SPACES.
000800*----------------------------------------------------------------
000810 PROCEDURE DIVISION.
000820*----------------------------------------------------------------
000950     END-IF
000960     PERFORM 5000-WRITE-SUMMARY
000970         THRU 5000-WRITE-SUMMARY-EXIT
000973     PERFORM 8000-WRITE-CONTROL-LEDGER
000976         THRU 8000-WRITE-CONTROL-LEDGER-EXIT
000980     PERFORM 9000-TERMINATE
000990         THRU 9000-TERMINATE-EXIT
001000     GOBACK.
001060*    OPEN FINDING LANDS ON THE REPORT IN ITS PLACE.
001062*----------------------------------------------------------------
001070 1000-INITIALIZE.
001071     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001072     STRING 800-CURRENT-DATE-YYYY
001073            800-CURRENT-DATE-MM
001074            800-CURRENT-DATE-DD
001075         DELIMITED BY SIZE INTO BATCH-WINDOW-DATE
001080     OPEN OUTPUT REPORT-FILE
001082     PERFORM 1100-WRITE-REPORT-HEADINGS
001084         THRU 1100-WRITE-REPORT-HEADINGS-EXIT
003680     .
003690 9000-TERMINATE-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720*    8000-WRITE-CONTROL-LEDGER
003730*    ONE CONTROL-TOTALS RECORD FOR THIS RUN ON THE SHARED LEDGER
003740*    (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN WORKED, SO
003750*    CUSTBAL SEES THE RETURN CODE TOO.  THE LEDGER IS A GROWING
003760*    LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE FIRST EVER
003770*    RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE BALANCING
003780*    REPORT WILL MISS THE STEP AND SAY SO.
003790*----------------------------------------------------------------
003800 8000-WRITE-CONTROL-LEDGER.
003810     OPEN EXTEND CONTROL-LEDGER-FILE
003820     IF CTLLEDGR-FILE-STATUS = "35"
003830         OPEN OUTPUT CONTROL-LEDGER-FILE
003840         CLOSE CONTROL-LEDGER-FILE
003850         OPEN EXTEND CONTROL-LEDGER-FILE
003860     END-IF
003870     IF CTLLEDGR-FILE-STATUS NOT = "00"
003880         DISPLAY '*** CUSTVRFY - LIVRO DE TOTAIS DE CONTROLE NAO '
003890                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
003900                 ' ***'
003910         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
003920     END-IF
003930     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
003940     MOVE SPACES TO CONTROL-LEDGER-RECORD
003950     MOVE BATCH-WINDOW-DATE TO CL-BATCH-WINDOW
003960     SET CL-VERIFY-STEP TO TRUE
003970     MOVE ID-PASS-COUNT TO CL-RECORDS-READ
003980     MOVE NAME-PASS-COUNT TO CL-RECORDS-WRITTEN
003990     MOVE EXCEPTIONS-COUNT TO CL-RECORDS-REJECTED
004000     MOVE ZERO TO CL-TRAILER-COUNT
004010     MOVE ZEROS TO CL-REFERENCE-DATE
004020     STRING 800-CURRENT-DATE-YYYY
004030            800-CURRENT-DATE-MM
004040            800-CURRENT-DATE-DD
004050         DELIMITED BY SIZE INTO CL-RUN-DATE
004060     STRING 800-CURRENT-TIME-HH
004070            800-CURRENT-TIME-MM
004080            800-CURRENT-TIME-SS
004090         DELIMITED BY SIZE INTO CL-RUN-TIME
004100     MOVE RETURN-CODE TO CL-RETURN-CODE
004110     WRITE CONTROL-LEDGER-RECORD
004120     CLOSE CONTROL-LEDGER-FILE
004130     .
004140 8000-WRITE-CONTROL-LEDGER-EXIT.
004150     EXIT.
