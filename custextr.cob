000360*                     DETAIL RECORD (AGREED WITH BILLING) -
000370*                     INACTIVE TELLS BILLING TO STOP INVOICING.
000380*                     A LEGACY SPACE STATUS IS SENT AS ACTIVE.
000381*    10/15/2026 MYN   WRITE A CONTROL-TOTALS RECORD TO THE
000382*                     SHARED CTLLEDGR LEDGER (SEE CTLLEDCP) AT THE
000383*                     END OF EVERY RUN - MASTER RECORDS READ,
000384*                     RECORDS EXTRACTED, THE FROM-DATE AND THE
000385*                     RETURN CODE - FOR THE CUSTBAL BALANCING
000386*                     REPORT.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000560     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CUSTHIST-FILE-STATUS.
000582     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000590*----------------------------------------------------------------
000600 DATA DIVISION.
000610 FILE SECTION.
000760 FD  CUSTOMER-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CUSTHSCP.
000782*
000784 FD  CONTROL-LEDGER-FILE
000786     LABEL RECORDS ARE STANDARD.
000788     COPY CTLLEDCP.
000790*----------------------------------------------------------------
000800 WORKING-STORAGE SECTION.
000810 COPY TIMESTMP.
001032 77  REKEYED-SWITCH                      PIC X(01) VALUE "N".
001034     88  ID-BACK-ON-MASTER                    VALUE "S".
001036     88  ID-NOT-ON-MASTER                     VALUE "N".
001037 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
001038 77  MASTER-RECORDS-READ-COUNT           PIC 9(07) COMP
001039                                          VALUE ZERO.
001040*----------------------------------------------------------------
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001300             MOVE 16 TO RETURN-CODE
001310         END-IF
001320     END-IF
001323     PERFORM 8000-WRITE-CONTROL-LEDGER
001326         THRU 8000-WRITE-CONTROL-LEDGER-EXIT
001330     PERFORM 9000-TERMINATE
001340         THRU 9000-TERMINATE-EXIT
001350     GOBACK.
002290*    CHANGE DATE FOR THOSE.
002300*----------------------------------------------------------------
002310 2200-SELECT-MASTER-RECORD.
002315     ADD 1 TO MASTER-RECORDS-READ-COUNT
002320     IF CM-LAST-CHANGE-DATE IS NUMERIC
002330         MOVE CM-LAST-CHANGE-DATE TO EFFECTIVE-CHANGE-DATE
002340     ELSE
003760     .
003770 9000-TERMINATE-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800*    8000-WRITE-CONTROL-LEDGER
003810*    ONE CONTROL-TOTALS RECORD FOR THIS RUN ON THE SHARED LEDGER
003820*    (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN WORKED, SO
003830*    CUSTBAL SEES THE RETURN CODE TOO.  THE LEDGER IS A GROWING
003840*    LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE FIRST EVER
003850*    RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE BALANCING
003860*    REPORT WILL MISS THE STEP AND SAY SO.
003870*----------------------------------------------------------------
003880 8000-WRITE-CONTROL-LEDGER.
003890     OPEN EXTEND CONTROL-LEDGER-FILE
003900     IF CTLLEDGR-FILE-STATUS = "35"
003910         OPEN OUTPUT CONTROL-LEDGER-FILE
003920         CLOSE CONTROL-LEDGER-FILE
003930         OPEN EXTEND CONTROL-LEDGER-FILE
003940     END-IF
003950     IF CTLLEDGR-FILE-STATUS NOT = "00"
003960         DISPLAY '*** CUSTEXTR - LIVRO DE TOTAIS DE CONTROLE NAO '
003970                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
003980                 ' ***'
003990         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
004000     END-IF
004010     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
004020     MOVE SPACES TO CONTROL-LEDGER-RECORD
004030     MOVE EXTRACT-DATE-TODAY TO CL-BATCH-WINDOW
004040     SET CL-EXTRACT-STEP TO TRUE
004050     MOVE MASTER-RECORDS-READ-COUNT TO CL-RECORDS-READ
004060     MOVE RECORDS-EXTRACTED-COUNT TO CL-RECORDS-WRITTEN
004070     ADD DELETES-EXTRACTED-COUNT TO CL-RECORDS-WRITTEN
004080     MOVE CL-RECORDS-WRITTEN TO CL-TRAILER-COUNT
004090     MOVE ZERO TO CL-RECORDS-REJECTED
004100     MOVE LAST-EXTRACT-DATE TO CL-REFERENCE-DATE
004110     STRING 800-CURRENT-DATE-YYYY
004120            800-CURRENT-DATE-MM
004130            800-CURRENT-DATE-DD
004140         DELIMITED BY SIZE INTO CL-RUN-DATE
004150     STRING 800-CURRENT-TIME-HH
004160            800-CURRENT-TIME-MM
004170            800-CURRENT-TIME-SS
004180         DELIMITED BY SIZE INTO CL-RUN-TIME
004190     MOVE RETURN-CODE TO CL-RETURN-CODE
004200     WRITE CONTROL-LEDGER-RECORD
004210     CLOSE CONTROL-LEDGER-FILE
004220     .
004230 8000-WRITE-CONTROL-LEDGER-EXIT.
004240     EXIT.
