000260*                     INTERFACE FILE IS CAUGHT TOO.  ANY
000270*                     EXCEPTION ENDS THE JOB WITH RETURN-CODE 8,
000280*                     THE SAME LOUD STYLE AS CONCILIA.
000281*    10/15/2026 MYN   WRITE A CONTROL-TOTALS RECORD TO THE
000282*                     SHARED CTLLEDGR LEDGER (SEE CTLLEDCP) AT THE
000283*                     END OF EVERY RUN - RECORDS SENT, ACCEPTED
000284*                     AND EXCEPTIONS, THE TRAILER COUNT AND DATE
000285*                     AND THE RETURN CODE - FOR THE CUSTBAL
000286*                     BALANCING REPORT.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000430     SELECT REPORT-FILE ASSIGN TO "CUSTCNRP"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS REPORT-FILE-STATUS.
000452     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000460*----------------------------------------------------------------
000470 DATA DIVISION.
000480 FILE SECTION.
000630 FD  REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  REPORT-LINE                         PIC X(80).
000652*
000654 FD  CONTROL-LEDGER-FILE
000656     LABEL RECORDS ARE STANDARD.
000658     COPY CTLLEDCP.
000660*----------------------------------------------------------------
000670 WORKING-STORAGE SECTION.
000680 COPY TIMESTMP.
000980 77  RECORDS-EXCEPTION-COUNT             PIC 9(07) COMP
000990                                          VALUE ZERO.
001000 77  RECORDS-COUNT-EDIT                  PIC ZZZZZZ9 VALUE ZEROS.
001003 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
001006 77  BATCH-WINDOW-DATE                   PIC X(08) VALUE SPACES.
001010*----------------------------------------------------------------
001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------------
001180                 'ENCONTRADO ***'
001190         MOVE 8 TO RETURN-CODE
001200     END-IF
001203     PERFORM 8000-WRITE-CONTROL-LEDGER
001206         THRU 8000-WRITE-CONTROL-LEDGER-EXIT
001210     PERFORM 9000-TERMINATE
001220         THRU 9000-TERMINATE-EXIT
001230     GOBACK.
001310*----------------------------------------------------------------
001320 1000-INITIALIZE.
001330     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001332     STRING 800-CURRENT-DATE-YYYY
001334            800-CURRENT-DATE-MM
001336            800-CURRENT-DATE-DD
001338         DELIMITED BY SIZE INTO BATCH-WINDOW-DATE
001340     OPEN OUTPUT REPORT-FILE
001350     OPEN INPUT EXTRACT-FILE
001360     IF EXTRACT-FILE-STATUS NOT = "00"
004320     .
004330 9000-TERMINATE-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    8000-WRITE-CONTROL-LEDGER
004370*    ONE CONTROL-TOTALS RECORD FOR THIS RUN ON THE SHARED LEDGER
004380*    (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN WORKED, SO
004390*    CUSTBAL SEES THE RETURN CODE TOO.  THE LEDGER IS A GROWING
004400*    LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE FIRST EVER
004410*    RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE BALANCING
004420*    REPORT WILL MISS THE STEP AND SAY SO.
004430*----------------------------------------------------------------
004440 8000-WRITE-CONTROL-LEDGER.
004450     OPEN EXTEND CONTROL-LEDGER-FILE
004460     IF CTLLEDGR-FILE-STATUS = "35"
004470         OPEN OUTPUT CONTROL-LEDGER-FILE
004480         CLOSE CONTROL-LEDGER-FILE
004490         OPEN EXTEND CONTROL-LEDGER-FILE
004500     END-IF
004510     IF CTLLEDGR-FILE-STATUS NOT = "00"
004520         DISPLAY '*** CUSTCONC - LIVRO DE TOTAIS DE CONTROLE NAO '
004530                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
004540                 ' ***'
004550         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
004560     END-IF
004570     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
004580     MOVE SPACES TO CONTROL-LEDGER-RECORD
004590     MOVE BATCH-WINDOW-DATE TO CL-BATCH-WINDOW
004600     SET CL-CONCILIATION-STEP TO TRUE
004610     MOVE RECORDS-SENT-COUNT TO CL-RECORDS-READ
004620     MOVE RECORDS-ACCEPTED-COUNT TO CL-RECORDS-WRITTEN
004630     MOVE RECORDS-EXCEPTION-COUNT TO CL-RECORDS-REJECTED
004640     MOVE TRAILER-COUNT-HOLD TO CL-TRAILER-COUNT
004650     MOVE TRAILER-DATE-HOLD TO CL-REFERENCE-DATE
004660     STRING 800-CURRENT-DATE-YYYY
004670            800-CURRENT-DATE-MM
004680            800-CURRENT-DATE-DD
004690         DELIMITED BY SIZE INTO CL-RUN-DATE
004700     STRING 800-CURRENT-TIME-HH
004710            800-CURRENT-TIME-MM
004720            800-CURRENT-TIME-SS
004730         DELIMITED BY SIZE INTO CL-RUN-TIME
004740     MOVE RETURN-CODE TO CL-RETURN-CODE
004750     WRITE CONTROL-LEDGER-RECORD
004760     CLOSE CONTROL-LEDGER-FILE
004770     .
004780 8000-WRITE-CONTROL-LEDGER-EXIT.
004790     EXIT.
