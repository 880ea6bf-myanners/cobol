000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custbal.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - END-TO-END RECORD-COUNT
000140*                     BALANCING.  READS THE CONTROL-TOTALS
000150*                     LEDGER (CTLLEDGR, SEE CTLLEDCP) THAT
000160*                     TESTECOB, CUSTEXTR, CUSTBKUP, CUSTREST,
000170*                     CUSTVRFY AND CUSTCONC APPEND TO, LISTS
000180*                     EVERY STEP RUN IN THE BATCH WINDOW AND
000190*                     TIES THE CHAIN OUT AGAINST ITSELF AND THE
000200*                     CUSTOMER-CHANGE HISTORY: INTAKE LOADED
000210*                     PLUS REJECTED EQUALS THE TRAILER COUNT,
000220*                     LOADED EQUALS THE BATCH ADDS ON CUSTHIST,
000230*                     THE PRIOR CUSTMAST COUNT PLUS ADDS MINUS
000240*                     DELETES EQUALS TONIGHT'S CUSTVRFY COUNT,
000250*                     AND THE EXTRACT COUNT EQUALS THE
000260*                     CUSTOMERS TOUCHED.  ANY BREAK ENDS THE RUN
000270*                     WITH RC 8 SO FIMDODIA STOPS THE STREAM -
000280*                     UNTIL NOW EACH STEP ONLY CHECKED ITS OWN
000290*                     COUNTS AND A RECORD LOST BETWEEN TWO STEPS
000300*                     WENT UNNOTICED.  SAME SORT INPUT/OUTPUT
000310*                     PROCEDURE SHAPE AS CUSTSTAT.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CTLLEDGR-FILE-STATUS.
000400     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CUSTHIST-FILE-STATUS.
000430     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
000440     SELECT REPORT-FILE ASSIGN TO "CUSTBLRP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS REPORT-FILE-STATUS.
000470*----------------------------------------------------------------
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CONTROL-LEDGER-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY CTLLEDCP.
000530*
000540 FD  CUSTOMER-HISTORY-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTHSCP.
000570*
000580*    ONE SORT RECORD PER CUSTHIST ADD, CHANGE OR DELETE THE
000590*    WINDOW'S EXTRACT SHOULD HAVE SENT - SORTED SO EACH
000600*    CUSTOMER TOUCHED IS COUNTED ONCE, HOWEVER MANY ACTIONS.
000610*
000620 SD  SORT-WORK-FILE.
000630 01  SORT-TOUCHED-RECORD.
000640     05  ST-CUSTOMER-ID                  PIC X(06).
000650*
000660 FD  REPORT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  REPORT-LINE                         PIC X(80).
000690*----------------------------------------------------------------
000700 WORKING-STORAGE SECTION.
000710 COPY TIMESTMP.
000720*
000730 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
000740 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000750 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000760 77  LEDGER-AVAILABLE-SWITCH             PIC X(01) VALUE "Y".
000770     88  LEDGER-FILE-AVAILABLE                VALUE "Y".
000780     88  LEDGER-FILE-NOT-AVAILABLE            VALUE "N".
000790 77  END-OF-LEDGER-SWITCH                PIC X(01) VALUE "N".
000800     88  END-OF-LEDGER-FILE                   VALUE "S".
000810     88  NOT-END-OF-LEDGER-FILE               VALUE "N".
000820 77  HISTORY-AVAILABLE-SWITCH            PIC X(01) VALUE "Y".
000830     88  HISTORY-FILE-AVAILABLE               VALUE "Y".
000840     88  HISTORY-FILE-NOT-AVAILABLE           VALUE "N".
000850 77  END-OF-HISTORY-SWITCH               PIC X(01) VALUE "N".
000860     88  END-OF-HISTORY-FILE                  VALUE "S".
000870     88  NOT-END-OF-HISTORY-FILE              VALUE "N".
000880 77  END-OF-SORT-SWITCH                  PIC X(01) VALUE "N".
000890     88  END-OF-SORT                          VALUE "S".
000900     88  NOT-END-OF-SORT                      VALUE "N".
000910 77  EXTRACT-FOUND-SWITCH                PIC X(01) VALUE "N".
000920     88  EXTRACT-WAS-FOUND                    VALUE "S".
000930     88  EXTRACT-NOT-FOUND                    VALUE "N".
000940 77  CURRENT-BASE-SWITCH                 PIC X(01) VALUE "N".
000950     88  CURRENT-BASE-FOUND                   VALUE "S".
000960     88  CURRENT-BASE-NOT-FOUND               VALUE "N".
000970 77  PRIOR-BASE-SWITCH                   PIC X(01) VALUE "N".
000980     88  PRIOR-BASE-FOUND                     VALUE "S".
000990     88  PRIOR-BASE-NOT-FOUND                 VALUE "N".
001000 77  TONIGHT-VERIFY-SWITCH               PIC X(01) VALUE "N".
001010     88  TONIGHT-VERIFY-FOUND                 VALUE "S".
001020     88  TONIGHT-VERIFY-NOT-FOUND             VALUE "N".
001030 77  CHECK-RESULT-SWITCH                 PIC X(01) VALUE "S".
001040     88  CHECK-BALANCES                       VALUE "S".
001050     88  CHECK-BREAKS                         VALUE "N".
001060     88  CHECK-NOT-VERIFIABLE                 VALUE "X".
001070 77  BALANCE-WINDOW                      PIC X(08) VALUE SPACES.
001080 77  BALANCE-WINDOW-PARM                 PIC X(08) VALUE SPACES.
001090 77  EXTRACT-FROM-DATE                   PIC X(08) VALUE SPACES.
001100 77  PREVIOUS-CUSTOMER-ID                PIC X(06) VALUE SPACES.
001110 77  TOUCHED-CUSTOMER-ID                 PIC X(06) VALUE SPACES.
001120 77  CHECK-DESCRIPTION                   PIC X(60) VALUE SPACES.
001130 77  NOT-VERIFIABLE-REASON               PIC X(50) VALUE SPACES.
001140 77  LEDGER-ROWS-COUNT                   PIC 9(07) COMP
001150                                          VALUE ZERO.
001160 77  INTAKE-ROWS-COUNT                   PIC 9(07) COMP
001170                                          VALUE ZERO.
001180 77  INTAKE-WRITTEN-COUNT                PIC 9(07) COMP
001190                                          VALUE ZERO.
001200 77  INTAKE-REJECTED-COUNT               PIC 9(07) COMP
001210                                          VALUE ZERO.
001220 77  INTAKE-TRAILER-COUNT                PIC 9(07) COMP
001230                                          VALUE ZERO.
001240 77  REPROCESS-WRITTEN-COUNT             PIC 9(07) COMP
001250                                          VALUE ZERO.
001260 77  BATCH-ADD-COUNT                     PIC 9(07) COMP
001270                                          VALUE ZERO.
001280 77  CHAIN-ADD-COUNT                     PIC 9(07) COMP
001290                                          VALUE ZERO.
001300 77  CHAIN-DELETE-COUNT                  PIC 9(07) COMP
001310                                          VALUE ZERO.
001320 77  EXTRACT-WRITTEN-COUNT               PIC 9(07) COMP
001330                                          VALUE ZERO.
001340 77  TOUCHED-CUSTOMER-COUNT              PIC 9(07) COMP
001350                                          VALUE ZERO.
001360 77  CURRENT-BASE-COUNT                  PIC 9(07) COMP
001370                                          VALUE ZERO.
001380 77  PRIOR-BASE-COUNT                    PIC 9(07) COMP
001390                                          VALUE ZERO.
001400 77  TONIGHT-VERIFY-COUNT                PIC 9(07) COMP
001410                                          VALUE ZERO.
001420 77  CHAIN-BREAK-COUNT                   PIC 9(07) COMP
001430                                          VALUE ZERO.
001440 77  CHECK-COMPUTED-VALUE                PIC S9(07) COMP
001450                                          VALUE ZERO.
001460 77  CHECK-EXPECTED-VALUE                PIC S9(07) COMP
001470                                          VALUE ZERO.
001480 77  CHECK-COMPUTED-EDIT                 PIC -ZZZZZZ9 VALUE ZEROS.
001490 77  CHECK-EXPECTED-EDIT                 PIC -ZZZZZZ9 VALUE ZEROS.
001500 77  RECORDS-COUNT-EDIT                  PIC ZZZZZZ9 VALUE ZEROS.
001510*
001520*    RUN STAMPS (AAAAMMDDHHMMSS) THAT MARK WHERE EACH LINK OF
001530*    THE CHAIN STARTS AND ENDS ON THE CUSTOMER-CHANGE HISTORY.
001540*
001550 01  LEDGER-ROW-STAMP.
001560     05  LEDGER-ROW-DATE                 PIC X(08).
001570     05  LEDGER-ROW-TIME                 PIC X(06).
001580 01  HISTORY-ACTION-STAMP.
001590     05  HISTORY-ACTION-DATE             PIC X(08).
001600     05  HISTORY-ACTION-TIME             PIC X(06).
001610 01  CURRENT-BASE-STAMP                  PIC X(14) VALUE SPACES.
001620 01  PRIOR-BASE-STAMP                    PIC X(14) VALUE SPACES.
001630 01  TONIGHT-VERIFY-STAMP                PIC X(14) VALUE SPACES.
001640 01  EXTRACT-RUN-STAMP                   PIC X(14) VALUE SPACES.
001650*
001660 01  LEDGER-DETAIL-LINE.
001670     05  LD-STEP-NAME                    PIC X(08).
001680     05  FILLER                          PIC X(01).
001690     05  LD-RUN-DATE                     PIC X(08).
001700     05  FILLER                          PIC X(01).
001710     05  LD-RUN-TIME                     PIC X(06).
001720     05  FILLER                          PIC X(01).
001730     05  LD-RECORDS-READ                 PIC ZZZZZZ9.
001740     05  FILLER                          PIC X(01).
001750     05  LD-RECORDS-WRITTEN              PIC ZZZZZZ9.
001760     05  FILLER                          PIC X(01).
001770     05  LD-RECORDS-REJECTED             PIC ZZZZZZ9.
001780     05  FILLER                          PIC X(01).
001790     05  LD-TRAILER-COUNT                PIC ZZZZZZ9.
001800     05  FILLER                          PIC X(01).
001810     05  LD-RETURN-CODE                  PIC ZZ9.
001820     05  FILLER                          PIC X(20).
001830*----------------------------------------------------------------
001840 PROCEDURE DIVISION.
001850*----------------------------------------------------------------
001860*    0000-MAINLINE
001870*----------------------------------------------------------------
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-INITIALIZE-EXIT
001910     IF LEDGER-FILE-AVAILABLE
001920         PERFORM 2000-READ-LEDGER
001930             THRU 2000-READ-LEDGER-EXIT
001940         SORT SORT-WORK-FILE
001950             ON ASCENDING KEY ST-CUSTOMER-ID
001960             INPUT PROCEDURE IS 3000-SUPPLY-HISTORY
001970                         THRU 3000-SUPPLY-HISTORY-EXIT
001980             OUTPUT PROCEDURE IS 4000-COUNT-TOUCHED
001990                          THRU 4000-COUNT-TOUCHED-EXIT
002000         PERFORM 5000-CHECK-CHAIN
002010             THRU 5000-CHECK-CHAIN-EXIT
002020         PERFORM 6000-WRITE-SUMMARY
002030             THRU 6000-WRITE-SUMMARY-EXIT
002040     ELSE
002050         MOVE SPACES TO REPORT-LINE
002060         STRING '*** LIVRO DE TOTAIS DE CONTROLE (CTLLEDGR) '
002070                'NAO ENCONTRADO ***'
002080             DELIMITED BY SIZE INTO REPORT-LINE
002090         WRITE REPORT-LINE
002100         DISPLAY '*** CUSTBAL - LIVRO DE TOTAIS DE CONTROLE NAO '
002110                 'ENCONTRADO - SEM BALANCEAMENTO ***'
002120         MOVE 8 TO RETURN-CODE
002130     END-IF
002140     PERFORM 9000-TERMINATE
002150         THRU 9000-TERMINATE-EXIT
002160     GOBACK.
002170*----------------------------------------------------------------
002180*    1000-INITIALIZE
002190*    A MISSING LEDGER MEANS NOTHING CAN BE BALANCED - THAT IS A
002200*    BREAK IN ITSELF, NOT A QUIET NIGHT.  A MISSING CUSTHIST
002210*    MEANS NO ACTIVITY WAS LOGGED - THE CHECKS STILL RUN AND
002220*    SHOW ANY GAP.  COUNTERS AND SWITCHES ARE RESET SO A SECOND
002230*    CALL IN THE SAME RUN UNIT STARTS CLEAN.
002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260     MOVE ZERO TO LEDGER-ROWS-COUNT
002270     MOVE ZERO TO INTAKE-ROWS-COUNT
002280     MOVE ZERO TO INTAKE-WRITTEN-COUNT
002290     MOVE ZERO TO INTAKE-REJECTED-COUNT
002300     MOVE ZERO TO INTAKE-TRAILER-COUNT
002310     MOVE ZERO TO REPROCESS-WRITTEN-COUNT
002320     MOVE ZERO TO BATCH-ADD-COUNT
002330     MOVE ZERO TO CHAIN-ADD-COUNT
002340     MOVE ZERO TO CHAIN-DELETE-COUNT
002350     MOVE ZERO TO EXTRACT-WRITTEN-COUNT
002360     MOVE ZERO TO TOUCHED-CUSTOMER-COUNT
002370     MOVE ZERO TO CURRENT-BASE-COUNT
002380     MOVE ZERO TO PRIOR-BASE-COUNT
002390     MOVE ZERO TO TONIGHT-VERIFY-COUNT
002400     MOVE ZERO TO CHAIN-BREAK-COUNT
002410     MOVE SPACES TO CURRENT-BASE-STAMP
002420     MOVE SPACES TO PRIOR-BASE-STAMP
002430     MOVE SPACES TO TONIGHT-VERIFY-STAMP
002440     MOVE SPACES TO EXTRACT-RUN-STAMP
002450     MOVE SPACES TO EXTRACT-FROM-DATE
002460     SET LEDGER-FILE-AVAILABLE TO TRUE
002470     SET HISTORY-FILE-AVAILABLE TO TRUE
002480     SET EXTRACT-NOT-FOUND TO TRUE
002490     SET CURRENT-BASE-NOT-FOUND TO TRUE
002500     SET PRIOR-BASE-NOT-FOUND TO TRUE
002510     SET TONIGHT-VERIFY-NOT-FOUND TO TRUE
002520     SET NOT-END-OF-SORT TO TRUE
002530     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
002540     PERFORM 1100-SET-BALANCE-WINDOW
002550         THRU 1100-SET-BALANCE-WINDOW-EXIT
002560     OPEN OUTPUT REPORT-FILE
002570     PERFORM 1200-WRITE-REPORT-HEADINGS
002580         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
002590     OPEN INPUT CONTROL-LEDGER-FILE
002600     IF CTLLEDGR-FILE-STATUS NOT = "00"
002610         SET LEDGER-FILE-NOT-AVAILABLE TO TRUE
002620         GO TO 1000-INITIALIZE-EXIT
002630     END-IF
002640     OPEN INPUT CUSTOMER-HISTORY-FILE
002650     IF CUSTHIST-FILE-STATUS NOT = "00"
002660         SET HISTORY-FILE-NOT-AVAILABLE TO TRUE
002670         DISPLAY '*** CUSTBAL - HISTORICO DE CLIENTES NAO '
002680                 'ENCONTRADO - SEM MOVIMENTO ***'
002690     END-IF
002700     .
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740*    1100-SET-BALANCE-WINDOW
002750*    THE WINDOW DEFAULTS TO TODAY - THE REPORT RUNS IN THE DAILY
002760*    STREAM RIGHT AFTER THE EXTRACT.  CUSTBAL-WINDOW (AAAAMMDD)
002770*    BALANCES ANOTHER NIGHT AGAIN FROM THE SAME LEDGER.
002780*----------------------------------------------------------------
002790 1100-SET-BALANCE-WINDOW.
002800     STRING 800-CURRENT-DATE-YYYY
002810            800-CURRENT-DATE-MM
002820            800-CURRENT-DATE-DD
002830         DELIMITED BY SIZE INTO BALANCE-WINDOW
002840     MOVE SPACES TO BALANCE-WINDOW-PARM
002850     ACCEPT BALANCE-WINDOW-PARM FROM ENVIRONMENT
002860         "CUSTBAL-WINDOW"
002870     IF BALANCE-WINDOW-PARM IS NUMERIC
002880         MOVE BALANCE-WINDOW-PARM TO BALANCE-WINDOW
002890     END-IF
002900     .
002910 1100-SET-BALANCE-WINDOW-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940*    1200-WRITE-REPORT-HEADINGS
002950*----------------------------------------------------------------
002960 1200-WRITE-REPORT-HEADINGS.
002970     MOVE SPACES TO REPORT-LINE
002980     STRING 'BALANCEAMENTO DE TOTAIS DE CONTROLE - JANELA '
002990                DELIMITED BY SIZE
003000            BALANCE-WINDOW(1:4)     DELIMITED BY SIZE
003010            '/'                     DELIMITED BY SIZE
003020            BALANCE-WINDOW(5:2)     DELIMITED BY SIZE
003030            '/'                     DELIMITED BY SIZE
003040            BALANCE-WINDOW(7:2)     DELIMITED BY SIZE
003050         INTO REPORT-LINE
003060     WRITE REPORT-LINE
003070     MOVE SPACES TO REPORT-LINE
003080     WRITE REPORT-LINE
003090     MOVE SPACES TO REPORT-LINE
003100     STRING 'PASSO    DATA     HORA     LIDOS GRAVADOS '
003110            'REJEIT. TRAILER  RC'
003120         DELIMITED BY SIZE INTO REPORT-LINE
003130     WRITE REPORT-LINE
003140     MOVE SPACES TO REPORT-LINE
003150     STRING '-------- -------- ------ ------- ------- '
003160            '------- ------- ---'
003170         DELIMITED BY SIZE INTO REPORT-LINE
003180     WRITE REPORT-LINE
003190     .
003200 1200-WRITE-REPORT-HEADINGS-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230*    2000-READ-LEDGER
003240*    ONE PASS OVER THE WHOLE LEDGER IN THE ORDER IT WAS WRITTEN.
003250*    THE WINDOW'S ROWS ARE LISTED AND TOTALLED; EARLIER ROWS ARE
003260*    NEEDED TOO, FOR THE MASTER COUNT THE CHAIN STARTS FROM.
003270*----------------------------------------------------------------
003280 2000-READ-LEDGER.
003290     SET NOT-END-OF-LEDGER-FILE TO TRUE
003300     PERFORM 2100-GET-NEXT-LEDGER-RECORD
003310         THRU 2100-GET-NEXT-LEDGER-RECORD-EXIT
003320     PERFORM 2200-PROCESS-LEDGER-RECORD
003330         THRU 2200-PROCESS-LEDGER-RECORD-EXIT
003340         UNTIL END-OF-LEDGER-FILE
003350     IF LEDGER-ROWS-COUNT = ZERO
003360         MOVE SPACES TO REPORT-LINE
003370         STRING 'NENHUM PASSO REGISTRADO NO LIVRO PARA A JANELA'
003380             DELIMITED BY SIZE INTO REPORT-LINE
003390         WRITE REPORT-LINE
003400     END-IF
003410     .
003420 2000-READ-LEDGER-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450*    2100-GET-NEXT-LEDGER-RECORD
003460*    SKIPS ANY BLANK LINE THE LINE SEQUENTIAL READER HANDS BACK
003470*    AT END OF FILE.
003480*----------------------------------------------------------------
003490 2100-GET-NEXT-LEDGER-RECORD.
003500     PERFORM 2110-READ-LEDGER-RECORD
003510         THRU 2110-READ-LEDGER-RECORD-EXIT
003520     PERFORM 2110-READ-LEDGER-RECORD
003530         THRU 2110-READ-LEDGER-RECORD-EXIT
003540         UNTIL END-OF-LEDGER-FILE
003550         OR CONTROL-LEDGER-RECORD NOT = SPACES
003560     .
003570 2100-GET-NEXT-LEDGER-RECORD-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600*    2110-READ-LEDGER-RECORD
003610*----------------------------------------------------------------
003620 2110-READ-LEDGER-RECORD.
003630     READ CONTROL-LEDGER-FILE
003640         AT END
003650             SET END-OF-LEDGER-FILE TO TRUE
003660     END-READ
003670     .
003680 2110-READ-LEDGER-RECORD-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    2200-PROCESS-LEDGER-RECORD
003720*    A RERUN STEP LEAVES TWO ROWS IN THE WINDOW.  INTAKE AND
003730*    REPROCESS ROWS ARE ADDED UP - EACH RUN LOADED ITS OWN
003740*    RECORDS - BUT ONLY THE LAST EXTRACT COUNTS, AS EACH RUN
003750*    REWRITES THE INTERFACE FILE.  AN INTAKE OR REPROCESS ROW
003752*    WITH RC 16 IS A BATCH REJECTED BEFORE ANYTHING WAS LOADED -
003754*    IT IS LISTED BUT KEPT OUT OF THE TOTALS, SO A WINDOW WITH
003756*    NO OTHER LOAD IS "NAO VERIFICAVEL", NOT A BREAK.
003760*----------------------------------------------------------------
003770 2200-PROCESS-LEDGER-RECORD.
003780     MOVE CL-RUN-DATE TO LEDGER-ROW-DATE
003790     MOVE CL-RUN-TIME TO LEDGER-ROW-TIME
003800     IF CL-BATCH-WINDOW NOT > BALANCE-WINDOW
003810         PERFORM 2400-TRACK-MASTER-BASE
003820             THRU 2400-TRACK-MASTER-BASE-EXIT
003830     END-IF
003840     IF CL-BATCH-WINDOW NOT = BALANCE-WINDOW
003850         GO TO 2200-PROCESS-LEDGER-NEXT
003860     END-IF
003870     ADD 1 TO LEDGER-ROWS-COUNT
003880     PERFORM 2300-WRITE-LEDGER-LINE
003890         THRU 2300-WRITE-LEDGER-LINE-EXIT
003892     IF (CL-INTAKE-STEP OR CL-REPROCESS-STEP)
003894             AND CL-RETURN-CODE NOT < 16
003896         GO TO 2200-PROCESS-LEDGER-NEXT
003898     END-IF
003900     EVALUATE TRUE
003910         WHEN CL-INTAKE-STEP
003920             ADD 1 TO INTAKE-ROWS-COUNT
003930             ADD CL-RECORDS-WRITTEN TO INTAKE-WRITTEN-COUNT
003940             ADD CL-RECORDS-REJECTED TO INTAKE-REJECTED-COUNT
003950             ADD CL-TRAILER-COUNT TO INTAKE-TRAILER-COUNT
003960         WHEN CL-REPROCESS-STEP
003970             ADD CL-RECORDS-WRITTEN TO REPROCESS-WRITTEN-COUNT
003980         WHEN CL-EXTRACT-STEP
003990             SET EXTRACT-WAS-FOUND TO TRUE
004000             MOVE CL-RECORDS-WRITTEN TO EXTRACT-WRITTEN-COUNT
004010             MOVE CL-REFERENCE-DATE TO EXTRACT-FROM-DATE
004020             MOVE LEDGER-ROW-STAMP TO EXTRACT-RUN-STAMP
004030     END-EVALUATE
004040     .
004050 2200-PROCESS-LEDGER-NEXT.
004060     PERFORM 2100-GET-NEXT-LEDGER-RECORD
004070         THRU 2100-GET-NEXT-LEDGER-RECORD-EXIT
004080     .
004090 2200-PROCESS-LEDGER-RECORD-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    2300-WRITE-LEDGER-LINE
004130*----------------------------------------------------------------
004140 2300-WRITE-LEDGER-LINE.
004150     MOVE SPACES TO LEDGER-DETAIL-LINE
004160     MOVE CL-STEP-NAME TO LD-STEP-NAME
004170     MOVE CL-RUN-DATE TO LD-RUN-DATE
004180     MOVE CL-RUN-TIME TO LD-RUN-TIME
004190     MOVE CL-RECORDS-READ TO LD-RECORDS-READ
004200     MOVE CL-RECORDS-WRITTEN TO LD-RECORDS-WRITTEN
004210     MOVE CL-RECORDS-REJECTED TO LD-RECORDS-REJECTED
004220     MOVE CL-TRAILER-COUNT TO LD-TRAILER-COUNT
004230     MOVE CL-RETURN-CODE TO LD-RETURN-CODE
004240     MOVE LEDGER-DETAIL-LINE TO REPORT-LINE
004250     WRITE REPORT-LINE
004260     .
004270 2300-WRITE-LEDGER-LINE-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    2400-TRACK-MASTER-BASE
004310*    THE CUSTMAST COUNT IS KNOWN AT TWO KINDS OF POINT: A CLEAN
004320*    CUSTVRFY (RECORDS FOUND BY ID) AND A CLEAN CUSTREST RELOAD
004330*    (RECORDS ON THE REBUILT MASTER).  THE LAST ONE SEEN BEFORE
004340*    TONIGHT'S CUSTVRFY ROW IS THE PRIOR COUNT THE CHAIN ROLLS
004350*    FORWARD FROM; THE ADDS AND DELETES BETWEEN THE TWO RUN
004360*    STAMPS ARE TAKEN FROM CUSTHIST.
004370*----------------------------------------------------------------
004380 2400-TRACK-MASTER-BASE.
004390     IF CL-VERIFY-STEP
004400         IF CL-BATCH-WINDOW = BALANCE-WINDOW
004410             MOVE CURRENT-BASE-SWITCH TO PRIOR-BASE-SWITCH
004420             MOVE CURRENT-BASE-COUNT TO PRIOR-BASE-COUNT
004430             MOVE CURRENT-BASE-STAMP TO PRIOR-BASE-STAMP
004440             SET TONIGHT-VERIFY-FOUND TO TRUE
004450             MOVE CL-RECORDS-READ TO TONIGHT-VERIFY-COUNT
004460             MOVE LEDGER-ROW-STAMP TO TONIGHT-VERIFY-STAMP
004470         END-IF
004480         IF CL-RETURN-CODE = ZERO
004490             SET CURRENT-BASE-FOUND TO TRUE
004500             MOVE CL-RECORDS-READ TO CURRENT-BASE-COUNT
004510             MOVE LEDGER-ROW-STAMP TO CURRENT-BASE-STAMP
004520         END-IF
004530     END-IF
004540     IF CL-RESTORE-STEP AND CL-RETURN-CODE = ZERO
004550         SET CURRENT-BASE-FOUND TO TRUE
004560         MOVE CL-RECORDS-WRITTEN TO CURRENT-BASE-COUNT
004570         MOVE LEDGER-ROW-STAMP TO CURRENT-BASE-STAMP
004580     END-IF
004590     .
004600 2400-TRACK-MASTER-BASE-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630*    3000-SUPPLY-HISTORY
004640*    SORT INPUT PROCEDURE - ONE PASS OVER CUSTHIST, COUNTING THE
004650*    ADDS AND DELETES FOR THE INTAKE AND MASTER CHECKS AND
004660*    RELEASING THE CUSTOMERS THE EXTRACT SHOULD HAVE SENT.
004670*----------------------------------------------------------------
004680 3000-SUPPLY-HISTORY.
004690     IF HISTORY-FILE-AVAILABLE
004700         SET NOT-END-OF-HISTORY-FILE TO TRUE
004710         PERFORM 3100-GET-NEXT-HISTORY-RECORD
004720             THRU 3100-GET-NEXT-HISTORY-RECORD-EXIT
004730         PERFORM 3200-CLASSIFY-HISTORY-RECORD
004740             THRU 3200-CLASSIFY-HISTORY-RECORD-EXIT
004750             UNTIL END-OF-HISTORY-FILE
004760     END-IF
004770     .
004780 3000-SUPPLY-HISTORY-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810*    3100-GET-NEXT-HISTORY-RECORD
004820*    SKIPS ANY BLANK LINE THE LINE SEQUENTIAL READER HANDS BACK
004830*    AT END OF FILE.
004840*----------------------------------------------------------------
004850 3100-GET-NEXT-HISTORY-RECORD.
004860     PERFORM 3110-READ-HISTORY-RECORD
004870         THRU 3110-READ-HISTORY-RECORD-EXIT
004880     PERFORM 3110-READ-HISTORY-RECORD
004890         THRU 3110-READ-HISTORY-RECORD-EXIT
004900         UNTIL END-OF-HISTORY-FILE
004910         OR CUSTOMER-HISTORY-RECORD NOT = SPACES
004920     .
004930 3100-GET-NEXT-HISTORY-RECORD-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960*    3110-READ-HISTORY-RECORD
004970*----------------------------------------------------------------
004980 3110-READ-HISTORY-RECORD.
004990     READ CUSTOMER-HISTORY-FILE
005000         AT END
005010             SET END-OF-HISTORY-FILE TO TRUE
005020     END-READ
005030     .
005040 3110-READ-HISTORY-RECORD-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070*    3200-CLASSIFY-HISTORY-RECORD
005080*    BATCH ADDS - ONLY ADDS A TESTECOB BATCH RUN LOGGED ON THE
005090*    WINDOW DATE; A CLERK'S SCREEN ADD IS NOT IN THE INTAKE.
005100*    CHAIN ADDS AND DELETES - EVERY ADD AND DELETE, FROM ANY
005110*    PROGRAM, AFTER THE PRIOR MASTER COUNT AND NOT AFTER
005120*    TONIGHT'S CUSTVRFY.  TOUCHED CUSTOMERS - THE SAME RULE
005130*    CUSTEXTR USES: ANY ADD, CHANGE OR DELETE DATED ON OR AFTER
005140*    ITS FROM-DATE, UP TO WHEN IT RAN.  A DELETED CUSTOMER'S ID
005150*    COMES FROM THE BEFORE IMAGE.
005160*----------------------------------------------------------------
005170 3200-CLASSIFY-HISTORY-RECORD.
005180     MOVE CH-ACTION-DATE TO HISTORY-ACTION-DATE
005190     MOVE CH-ACTION-TIME TO HISTORY-ACTION-TIME
005200     IF CH-ACTION-CODE = "I"
005210             AND CH-BATCH-ACTION
005220             AND CH-ACTION-DATE = BALANCE-WINDOW
005230         ADD 1 TO BATCH-ADD-COUNT
005240     END-IF
005250     IF PRIOR-BASE-FOUND AND TONIGHT-VERIFY-FOUND
005260             AND HISTORY-ACTION-STAMP > PRIOR-BASE-STAMP
005270             AND HISTORY-ACTION-STAMP NOT > TONIGHT-VERIFY-STAMP
005280         EVALUATE CH-ACTION-CODE
005290             WHEN "I"
005300                 ADD 1 TO CHAIN-ADD-COUNT
005310             WHEN "E"
005320                 ADD 1 TO CHAIN-DELETE-COUNT
005330         END-EVALUATE
005340     END-IF
005350     IF EXTRACT-WAS-FOUND AND EXTRACT-FROM-DATE NOT = ZEROS
005360             AND CH-ACTION-DATE NOT < EXTRACT-FROM-DATE
005370             AND HISTORY-ACTION-STAMP NOT > EXTRACT-RUN-STAMP
005380         EVALUATE CH-ACTION-CODE
005390             WHEN "E"
005400                 MOVE CH-BEFORE-IMAGE(1:6) TO TOUCHED-CUSTOMER-ID
005410             WHEN "I"
005420             WHEN "A"
005430                 MOVE CH-AFTER-IMAGE(1:6) TO TOUCHED-CUSTOMER-ID
005440             WHEN OTHER
005450                 MOVE SPACES TO TOUCHED-CUSTOMER-ID
005460         END-EVALUATE
005470         IF TOUCHED-CUSTOMER-ID IS NUMERIC
005480             MOVE TOUCHED-CUSTOMER-ID TO ST-CUSTOMER-ID
005490             RELEASE SORT-TOUCHED-RECORD
005500         END-IF
005510     END-IF
005520     PERFORM 3100-GET-NEXT-HISTORY-RECORD
005530         THRU 3100-GET-NEXT-HISTORY-RECORD-EXIT
005540     .
005550 3200-CLASSIFY-HISTORY-RECORD-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580*    4000-COUNT-TOUCHED
005590*    SORT OUTPUT PROCEDURE - ONE COUNT PER DISTINCT CUSTOMER.
005600*----------------------------------------------------------------
005610 4000-COUNT-TOUCHED.
005620     MOVE SPACES TO PREVIOUS-CUSTOMER-ID
005630     PERFORM 4100-RETURN-NEXT-RECORD
005640         THRU 4100-RETURN-NEXT-RECORD-EXIT
005650     PERFORM 4200-COUNT-ONE-CUSTOMER
005660         THRU 4200-COUNT-ONE-CUSTOMER-EXIT
005670         UNTIL END-OF-SORT
005680     .
005690 4000-COUNT-TOUCHED-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720*    4100-RETURN-NEXT-RECORD
005730*----------------------------------------------------------------
005740 4100-RETURN-NEXT-RECORD.
005750     RETURN SORT-WORK-FILE
005760         AT END
005770             SET END-OF-SORT TO TRUE
005780     END-RETURN
005790     .
005800 4100-RETURN-NEXT-RECORD-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830*    4200-COUNT-ONE-CUSTOMER
005840*----------------------------------------------------------------
005850 4200-COUNT-ONE-CUSTOMER.
005860     IF ST-CUSTOMER-ID NOT = PREVIOUS-CUSTOMER-ID
005870         ADD 1 TO TOUCHED-CUSTOMER-COUNT
005880         MOVE ST-CUSTOMER-ID TO PREVIOUS-CUSTOMER-ID
005890     END-IF
005900     PERFORM 4100-RETURN-NEXT-RECORD
005910         THRU 4100-RETURN-NEXT-RECORD-EXIT
005920     .
005930 4200-COUNT-ONE-CUSTOMER-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960*    5000-CHECK-CHAIN
005970*    THE FOUR LINKS OF THE CHAIN.  A LINK WHOSE STEPS DID NOT
005980*    RUN IN THE WINDOW CANNOT BE CHECKED AND SAYS SO - THAT IS
005990*    NOT A BREAK (THE FIRST NIGHT HAS NO PRIOR MASTER COUNT,
006000*    A FULL EXTRACT HAS NO FROM-DATE).  A LINK THAT DOES NOT
006010*    BALANCE IS.
006020*----------------------------------------------------------------
006030 5000-CHECK-CHAIN.
006040     MOVE SPACES TO REPORT-LINE
006050     WRITE REPORT-LINE
006060     MOVE SPACES TO REPORT-LINE
006070     STRING 'CONFERENCIA DA CADEIA'
006080         DELIMITED BY SIZE INTO REPORT-LINE
006090     WRITE REPORT-LINE
006100     MOVE SPACES TO REPORT-LINE
006110     STRING '---------------------'
006120         DELIMITED BY SIZE INTO REPORT-LINE
006130     WRITE REPORT-LINE
006140     PERFORM 5100-CHECK-INTAKE-TRAILER
006150         THRU 5100-CHECK-INTAKE-TRAILER-EXIT
006160     PERFORM 5200-CHECK-INTAKE-HISTORY
006170         THRU 5200-CHECK-INTAKE-HISTORY-EXIT
006180     PERFORM 5300-CHECK-MASTER-COUNT
006190         THRU 5300-CHECK-MASTER-COUNT-EXIT
006200     PERFORM 5400-CHECK-EXTRACT
006210         THRU 5400-CHECK-EXTRACT-EXIT
006220     .
006230 5000-CHECK-CHAIN-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*    5100-CHECK-INTAKE-TRAILER
006270*    EVERY DETAIL RECORD THE BATCH TRAILER COUNTED WAS EITHER
006280*    LOADED OR SENT TO THE REJECT QUEUE.
006290*----------------------------------------------------------------
006300 5100-CHECK-INTAKE-TRAILER.
006310     MOVE '1. CARGA: GRAVADOS + REJEITADOS = CONTAGEM DO TRAILER'
006320         TO CHECK-DESCRIPTION
006330     MOVE INTAKE-WRITTEN-COUNT TO CHECK-COMPUTED-VALUE
006340     ADD INTAKE-REJECTED-COUNT TO CHECK-COMPUTED-VALUE
006350     MOVE INTAKE-TRAILER-COUNT TO CHECK-EXPECTED-VALUE
006360     IF INTAKE-ROWS-COUNT = ZERO
006370         SET CHECK-NOT-VERIFIABLE TO TRUE
006380         MOVE 'CARGA (INTAKE) NAO CARREGOU NADA NA JANELA'
006390             TO NOT-VERIFIABLE-REASON
006400     ELSE
006410         IF CHECK-COMPUTED-VALUE = CHECK-EXPECTED-VALUE
006420             SET CHECK-BALANCES TO TRUE
006430         ELSE
006440             SET CHECK-BREAKS TO TRUE
006450         END-IF
006460     END-IF
006470     PERFORM 5900-WRITE-CHECK-RESULT
006480         THRU 5900-WRITE-CHECK-RESULT-EXIT
006490     .
006500 5100-CHECK-INTAKE-TRAILER-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530*    5200-CHECK-INTAKE-HISTORY
006540*    EVERY CUSTOMER THE INTAKE (AND ANY REPROCESS OF THE REJECT
006550*    QUEUE) SAYS IT LOADED LEFT AN ADD ON CUSTHIST, AND NO BATCH
006560*    ADD APPEARED THAT NO RUN ACCOUNTS FOR.
006570*----------------------------------------------------------------
006580 5200-CHECK-INTAKE-HISTORY.
006590     MOVE '2. CARGA: GRAVADOS = INCLUSOES EM LOTE NO CUSTHIST'
006600         TO CHECK-DESCRIPTION
006610     MOVE INTAKE-WRITTEN-COUNT TO CHECK-COMPUTED-VALUE
006620     ADD REPROCESS-WRITTEN-COUNT TO CHECK-COMPUTED-VALUE
006630     MOVE BATCH-ADD-COUNT TO CHECK-EXPECTED-VALUE
006640     IF CHECK-COMPUTED-VALUE = CHECK-EXPECTED-VALUE
006650         SET CHECK-BALANCES TO TRUE
006660     ELSE
006670         SET CHECK-BREAKS TO TRUE
006680     END-IF
006690     PERFORM 5900-WRITE-CHECK-RESULT
006700         THRU 5900-WRITE-CHECK-RESULT-EXIT
006710     .
006720 5200-CHECK-INTAKE-HISTORY-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750*    5300-CHECK-MASTER-COUNT
006760*    THE PRIOR CUSTMAST COUNT, ROLLED FORWARD BY THE ADDS AND
006770*    DELETES LOGGED SINCE, MUST BE WHAT CUSTVRFY FOUND TONIGHT.
006780*----------------------------------------------------------------
006790 5300-CHECK-MASTER-COUNT.
006800     MOVE '3. CUSTMAST: ANTERIOR + INCLUSOES - EXCLUSOES = ATUAL'
006810         TO CHECK-DESCRIPTION
006820     MOVE PRIOR-BASE-COUNT TO CHECK-COMPUTED-VALUE
006830     ADD CHAIN-ADD-COUNT TO CHECK-COMPUTED-VALUE
006840     SUBTRACT CHAIN-DELETE-COUNT FROM CHECK-COMPUTED-VALUE
006850     MOVE TONIGHT-VERIFY-COUNT TO CHECK-EXPECTED-VALUE
006860     EVALUATE TRUE
006870         WHEN TONIGHT-VERIFY-NOT-FOUND
006880             SET CHECK-NOT-VERIFIABLE TO TRUE
006890             MOVE 'CUSTVRFY NAO RODOU NA JANELA'
006900                 TO NOT-VERIFIABLE-REASON
006910         WHEN PRIOR-BASE-NOT-FOUND
006920             SET CHECK-NOT-VERIFIABLE TO TRUE
006930             MOVE 'SEM CONTAGEM ANTERIOR DO CUSTMAST NO LIVRO'
006940                 TO NOT-VERIFIABLE-REASON
006950         WHEN CHECK-COMPUTED-VALUE = CHECK-EXPECTED-VALUE
006960             SET CHECK-BALANCES TO TRUE
006970         WHEN OTHER
006980             SET CHECK-BREAKS TO TRUE
006990     END-EVALUATE
007000     IF PRIOR-BASE-FOUND AND TONIGHT-VERIFY-FOUND
007010         MOVE SPACES TO REPORT-LINE
007020         MOVE PRIOR-BASE-COUNT TO CHECK-COMPUTED-EDIT
007030         MOVE CHAIN-ADD-COUNT TO CHECK-EXPECTED-EDIT
007040         MOVE CHAIN-DELETE-COUNT TO RECORDS-COUNT-EDIT
007050         STRING '   ANTERIOR '          DELIMITED BY SIZE
007060                CHECK-COMPUTED-EDIT     DELIMITED BY SIZE
007070                '  INCLUSOES '          DELIMITED BY SIZE
007080                CHECK-EXPECTED-EDIT     DELIMITED BY SIZE
007090                '  EXCLUSOES '          DELIMITED BY SIZE
007100                RECORDS-COUNT-EDIT      DELIMITED BY SIZE
007110             INTO REPORT-LINE
007120         WRITE REPORT-LINE
007130     END-IF
007140     PERFORM 5900-WRITE-CHECK-RESULT
007150         THRU 5900-WRITE-CHECK-RESULT-EXIT
007160     .
007170 5300-CHECK-MASTER-COUNT-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200*    5400-CHECK-EXTRACT
007210*    THE EXTRACT SENT ONE RECORD PER CUSTOMER ADDED, CHANGED OR
007220*    DELETED SINCE ITS FROM-DATE - NO MORE, NO FEWER.
007230*----------------------------------------------------------------
007240 5400-CHECK-EXTRACT.
007250     MOVE '4. EXTRACAO: ENVIADOS = CLIENTES MOVIMENTADOS'
007260         TO CHECK-DESCRIPTION
007270     MOVE EXTRACT-WRITTEN-COUNT TO CHECK-COMPUTED-VALUE
007280     MOVE TOUCHED-CUSTOMER-COUNT TO CHECK-EXPECTED-VALUE
007290     EVALUATE TRUE
007300         WHEN EXTRACT-NOT-FOUND
007310             SET CHECK-NOT-VERIFIABLE TO TRUE
007320             MOVE 'CUSTEXTR NAO RODOU NA JANELA'
007330                 TO NOT-VERIFIABLE-REASON
007340         WHEN EXTRACT-FROM-DATE = ZEROS
007350             SET CHECK-NOT-VERIFIABLE TO TRUE
007360             MOVE 'EXTRACAO COMPLETA - SEM DATA INICIAL'
007370                 TO NOT-VERIFIABLE-REASON
007380         WHEN CHECK-COMPUTED-VALUE = CHECK-EXPECTED-VALUE
007390             SET CHECK-BALANCES TO TRUE
007400         WHEN OTHER
007410             SET CHECK-BREAKS TO TRUE
007420     END-EVALUATE
007430     PERFORM 5900-WRITE-CHECK-RESULT
007440         THRU 5900-WRITE-CHECK-RESULT-EXIT
007450     .
007460 5400-CHECK-EXTRACT-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490*    5900-WRITE-CHECK-RESULT
007500*    THE DESCRIPTION, THEN BOTH SIDES AND THE VERDICT.  A BREAK
007510*    GOES TO THE CONSOLE TOO - LOUD, NOT INVISIBLE.
007520*----------------------------------------------------------------
007530 5900-WRITE-CHECK-RESULT.
007540     MOVE SPACES TO REPORT-LINE
007550     MOVE CHECK-DESCRIPTION TO REPORT-LINE
007560     WRITE REPORT-LINE
007570     MOVE SPACES TO REPORT-LINE
007580     IF CHECK-NOT-VERIFIABLE
007590         STRING '   NAO VERIFICAVEL - ' DELIMITED BY SIZE
007600                NOT-VERIFIABLE-REASON   DELIMITED BY SIZE
007610             INTO REPORT-LINE
007620         WRITE REPORT-LINE
007630         GO TO 5900-WRITE-CHECK-RESULT-EXIT
007640     END-IF
007650     MOVE CHECK-COMPUTED-VALUE TO CHECK-COMPUTED-EDIT
007660     MOVE CHECK-EXPECTED-VALUE TO CHECK-EXPECTED-EDIT
007670     IF CHECK-BALANCES
007680         STRING '   APURADO '           DELIMITED BY SIZE
007690                CHECK-COMPUTED-EDIT     DELIMITED BY SIZE
007700                '  ESPERADO '           DELIMITED BY SIZE
007710                CHECK-EXPECTED-EDIT     DELIMITED BY SIZE
007720                '  CONFERE'             DELIMITED BY SIZE
007730             INTO REPORT-LINE
007740     ELSE
007750         ADD 1 TO CHAIN-BREAK-COUNT
007760         STRING '   APURADO '           DELIMITED BY SIZE
007770                CHECK-COMPUTED-EDIT     DELIMITED BY SIZE
007780                '  ESPERADO '           DELIMITED BY SIZE
007790                CHECK-EXPECTED-EDIT     DELIMITED BY SIZE
007800                '  *** DIVERGENCIA ***' DELIMITED BY SIZE
007810             INTO REPORT-LINE
007820         DISPLAY '*** CUSTBAL - DIVERGENCIA: '
007830                 CHECK-DESCRIPTION
007840     END-IF
007850     WRITE REPORT-LINE
007860     .
007870 5900-WRITE-CHECK-RESULT-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900*    6000-WRITE-SUMMARY
007910*    ANY BREAK ENDS THE RUN WITH RETURN-CODE 8 SO THE STREAM
007920*    STOPS BEFORE THE NIGHT BUILDS ON AN UNBALANCED CHAIN.
007930*----------------------------------------------------------------
007940 6000-WRITE-SUMMARY.
007950     MOVE SPACES TO REPORT-LINE
007960     WRITE REPORT-LINE
007970     MOVE CHAIN-BREAK-COUNT TO RECORDS-COUNT-EDIT
007980     MOVE SPACES TO REPORT-LINE
007990     STRING 'DIVERGENCIAS         = ' DELIMITED BY SIZE
008000            RECORDS-COUNT-EDIT        DELIMITED BY SIZE
008010         INTO REPORT-LINE
008020     WRITE REPORT-LINE
008030     DISPLAY 'CUSTBAL - JANELA ' BALANCE-WINDOW
008040             ' - DIVERGENCIAS = ' CHAIN-BREAK-COUNT
008050     IF CHAIN-BREAK-COUNT > ZERO
008060         MOVE 8 TO RETURN-CODE
008070     END-IF
008080     .
008090 6000-WRITE-SUMMARY-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120*    9000-TERMINATE
008130*----------------------------------------------------------------
008140 9000-TERMINATE.
008150     IF LEDGER-FILE-AVAILABLE
008160         CLOSE CONTROL-LEDGER-FILE
008170         IF HISTORY-FILE-AVAILABLE
008180             CLOSE CUSTOMER-HISTORY-FILE
008190         END-IF
008200     END-IF
008210     CLOSE REPORT-FILE
008220     .
008230 9000-TERMINATE-EXIT.
008240     EXIT.
