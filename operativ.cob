000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       operativ.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - OPERATOR ACTIVITY REPORT FROM
000140*                     THE CUSTOMER-CHANGE HISTORY.  FOR A DATE
000150*                     RANGE (OPERATIV-FROM-DATE / OPERATIV-TO-
000160*                     DATE, YYYYMMDD - DEFAULT THE CURRENT MONTH
000170*                     TO DATE) COUNTS EACH OPERATOR'S ADDS,
000180*                     CHANGES, STATUS CHANGES AND DELETES, WITH
000190*                     THE NAME FROM OPERMAST.  LISTS EVERY ACTION
000200*                     KEYED OUTSIDE BUSINESS HOURS, AT A WEEKEND
000210*                     OR ON A HOLIDAYS-CALENDAR DAY, AND FLAGS
000220*                     OPERATOR IDS NO LONGER ON OPERMAST AND
000230*                     DAYS WITH MORE DELETES THAN THE LIMIT.
000240*                     BATCH ACTIONS (CH-ACTION-SOURCE "B") ARE
000250*                     SHOWN, UNFLAGGED, IN THEIR OWN SECTION; A
000253*                     SCREEN RUN OUTSIDE THE MENU LOGS "CONSOLE"
000256*                     AND IS CHECKED LIKE ANY OPERATOR.  FOR THE
000270*                     MONTHLY PRODUCTIVITY REVIEW AND THE
000280*                     AUDITORS' SEGREGATION-OF-DUTIES CHECKS.
000290*                     SAME SORT INPUT/OUTPUT PROCEDURE SHAPE AS
000300*                     AUDHIST.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CUSTHIST-FILE-STATUS.
000390     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OP-OPERATOR-ID
000430         FILE STATUS IS OPERMAST-FILE-STATUS.
000440     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS HOLIDAY-FILE-STATUS.
000470     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
000480     SELECT REPORT-FILE ASSIGN TO "OPERATRP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REPORT-FILE-STATUS.
000510*----------------------------------------------------------------
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTOMER-HISTORY-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTHSCP.
000570*
000580 FD  OPERATOR-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY OPERCP.
000610*
000620 FD  HOLIDAY-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY HOLIDYCP.
000650*
000660*    SK-OPERATOR-CLASS PUTS THE KEYED ACTIONS FIRST ("1") AND
000670*    THE BATCH ACTIONS AFTER THEM ("2").
000680*
000690 SD  SORT-WORK-FILE.
000700 01  SORT-ACTIVITY-RECORD.
000710     05  SK-OPERATOR-CLASS               PIC X(01).
000720         88  SK-KEYED-ACTION                  VALUE "1".
000730         88  SK-BATCH-ACTION                  VALUE "2".
000740     05  SK-HISTORY-IMAGE.
000750         10  SK-ACTION-CODE              PIC X(01).
000760         10  SK-ACTION-DATE              PIC X(08).
000770         10  SK-ACTION-TIME              PIC X(06).
000780         10  SK-OPERATOR-ID              PIC X(08).
000790         10  FILLER                      PIC X(262).
000800*
000810 FD  REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  REPORT-LINE                         PIC X(80).
000840*----------------------------------------------------------------
000850 WORKING-STORAGE SECTION.
000860 COPY TIMESTMP.
000870 COPY CUSTHSCP REPLACING CUSTOMER-HISTORY-RECORD BY
000880                          SORTED-HISTORY-RECORD.
000890 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000900                        BEFORE-CUSTOMER-RECORD.
000910 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000920                        AFTER-CUSTOMER-RECORD.
000930*
000940 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000950 77  OPERMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000960 77  HOLIDAY-FILE-STATUS                 PIC X(02) VALUE SPACES.
000970 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000980 77  END-OF-HISTORY-SWITCH               PIC X(01) VALUE "N".
000990     88  END-OF-HISTORY-FILE                  VALUE "S".
001000     88  NOT-END-OF-HISTORY-FILE              VALUE "N".
001010 77  HISTORY-AVAILABLE-SWITCH            PIC X(01) VALUE "Y".
001020     88  HISTORY-FILE-AVAILABLE               VALUE "Y".
001030     88  HISTORY-FILE-NOT-AVAILABLE           VALUE "N".
001040 77  OPERATOR-AVAILABLE-SWITCH           PIC X(01) VALUE "Y".
001050     88  OPERATOR-FILE-AVAILABLE              VALUE "Y".
001060     88  OPERATOR-FILE-NOT-AVAILABLE          VALUE "N".
001070 77  END-OF-HOLIDAY-SWITCH               PIC X(01) VALUE "N".
001080     88  END-OF-HOLIDAY-FILE                  VALUE "S".
001090     88  NOT-END-OF-HOLIDAY-FILE              VALUE "N".
001100 77  END-OF-SORT-SWITCH                  PIC X(01) VALUE "N".
001110     88  END-OF-SORT                          VALUE "S".
001120     88  NOT-END-OF-SORT                      VALUE "N".
001130 77  OPERATOR-FOUND-SWITCH               PIC X(01) VALUE "N".
001140     88  OPERATOR-WAS-FOUND                   VALUE "S".
001150     88  OPERATOR-NOT-FOUND                   VALUE "N".
001160 77  ACTION-HOLIDAY-SWITCH               PIC X(01) VALUE "N".
001170     88  ACTION-ON-HOLIDAY                    VALUE "S".
001180     88  ACTION-NOT-ON-HOLIDAY                VALUE "N".
001190 77  ACTION-HOURS-SWITCH                 PIC X(01) VALUE "N".
001200     88  ACTION-OUTSIDE-HOURS                 VALUE "S".
001210     88  ACTION-INSIDE-HOURS                  VALUE "N".
001220 77  BATCH-HEADING-SWITCH                PIC X(01) VALUE "N".
001230     88  BATCH-HEADING-WRITTEN                VALUE "S".
001240     88  BATCH-HEADING-NOT-WRITTEN            VALUE "N".
001250 77  FILTER-FROM-DATE                    PIC X(08) VALUE SPACES.
001260 77  FILTER-TO-DATE                      PIC X(08) VALUE SPACES.
001270 77  HOURS-START-TIME                    PIC X(04) VALUE "0800".
001280 77  HOURS-END-TIME                      PIC X(04) VALUE "1800".
001290 77  HOURS-PARM                          PIC X(04) VALUE SPACES.
001300 77  DELETE-LIMIT                        PIC 9(03) COMP
001310                                          VALUE 20.
001320 77  DELETE-LIMIT-PARM                   PIC X(03) VALUE SPACES.
001330 77  DELETE-LIMIT-PARM-RJ                PIC X(03) VALUE SPACES.
001340 77  DELETE-LIMIT-PARM-HOLD              PIC X(03) VALUE SPACES.
001350 77  CURRENT-OPERATOR-ID                 PIC X(08) VALUE SPACES.
001360 77  CURRENT-OPERATOR-CLASS              PIC X(01) VALUE SPACES.
001370 77  CURRENT-OPERATOR-NAME               PIC X(30) VALUE SPACES.
001380 77  CURRENT-DAY-DATE                    PIC X(08) VALUE SPACES.
001390 77  ACTION-DATE-NUM                     PIC 9(08) VALUE ZEROS.
001400 77  ACTION-DAYS-INT                     PIC S9(07) COMP.
001410*    1 = MONDAY THROUGH 7 = SUNDAY - DAY 1 OF THE INTEGER DATE
001420*    BASE (1601-01-01) WAS A MONDAY.
001430 77  ACTION-WEEKDAY-NUM                  PIC 9(01) VALUE ZERO.
001440 77  ACTION-DESCRIPTION                  PIC X(10) VALUE SPACES.
001450 77  FLAG-DESCRIPTION                    PIC X(16) VALUE SPACES.
001460 77  HOLIDAY-SUB                         PIC 9(03) COMP
001470                                          VALUE ZERO.
001480 77  HOLIDAY-COUNT                       PIC 9(03) COMP
001490                                          VALUE ZERO.
001500 77  HOLIDAY-LIMIT                       PIC 9(03) COMP
001510                                          VALUE 366.
001520 77  OPER-ADD-COUNT                      PIC 9(07) COMP
001530                                          VALUE ZERO.
001540 77  OPER-CHANGE-COUNT                   PIC 9(07) COMP
001550                                          VALUE ZERO.
001560 77  OPER-STATUS-COUNT                   PIC 9(07) COMP
001570                                          VALUE ZERO.
001580 77  OPER-DELETE-COUNT                   PIC 9(07) COMP
001590                                          VALUE ZERO.
001600 77  OPER-OFF-HOURS-COUNT                PIC 9(07) COMP
001610                                          VALUE ZERO.
001620 77  OPER-HOLIDAY-COUNT                  PIC 9(07) COMP
001630                                          VALUE ZERO.
001640 77  DAY-DELETE-COUNT                    PIC 9(07) COMP
001650                                          VALUE ZERO.
001660 77  ACTIONS-TOTAL-COUNT                 PIC 9(07) COMP
001670                                          VALUE ZERO.
001680 77  KEYED-ACTIONS-COUNT                 PIC 9(07) COMP
001690                                          VALUE ZERO.
001700 77  BATCH-ACTIONS-COUNT                 PIC 9(07) COMP
001710                                          VALUE ZERO.
001720 77  UNKNOWN-OPERATOR-COUNT              PIC 9(07) COMP
001730                                          VALUE ZERO.
001740 77  OFF-HOURS-TOTAL-COUNT               PIC 9(07) COMP
001750                                          VALUE ZERO.
001760 77  HOLIDAY-TOTAL-COUNT                 PIC 9(07) COMP
001770                                          VALUE ZERO.
001780 77  HIGH-DELETE-DAYS-COUNT              PIC 9(07) COMP
001790                                          VALUE ZERO.
001800 77  ADD-COUNT-EDIT                      PIC ZZZZZZ9 VALUE ZEROS.
001810 77  CHANGE-COUNT-EDIT                   PIC ZZZZZZ9 VALUE ZEROS.
001820 77  STATUS-COUNT-EDIT                   PIC ZZZZZZ9 VALUE ZEROS.
001830 77  DELETE-COUNT-EDIT                   PIC ZZZZZZ9 VALUE ZEROS.
001840 77  ACTIVITY-COUNT-EDIT                 PIC ZZZZZZ9 VALUE ZEROS.
001850*
001860*    THE HOLIDAY CALENDAR, LOADED ONCE - ONE YEAR'S WORTH OF
001870*    DATES IS FAR MORE THAN THE SHOP KEEPS ON FILE.
001880*
001890 01  HOLIDAY-TABLE.
001900     05  HT-HOLIDAY-DATE                 PIC X(08)
001910                                          OCCURS 366 TIMES.
001920*----------------------------------------------------------------
001930 PROCEDURE DIVISION.
001940*----------------------------------------------------------------
001950*    0000-MAINLINE
001960*----------------------------------------------------------------
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE
001990         THRU 1000-INITIALIZE-EXIT
002000     IF HISTORY-FILE-AVAILABLE
002010         SORT SORT-WORK-FILE
002020             ON ASCENDING KEY SK-OPERATOR-CLASS
002030                              SK-OPERATOR-ID
002040                              SK-ACTION-DATE
002050                              SK-ACTION-TIME
002060             INPUT PROCEDURE IS 2000-SUPPLY-RECORDS
002070                         THRU 2000-SUPPLY-RECORDS-EXIT
002080             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002090                          THRU 3000-PRODUCE-REPORT-EXIT
002100     ELSE
002110         DISPLAY '*** OPERATIV - HISTORICO DE CLIENTES NAO '
002120                 'ENCONTRADO - NADA A RELATAR ***'
002130     END-IF
002140     PERFORM 4000-WRITE-TOTAL-LINES
002150         THRU 4000-WRITE-TOTAL-LINES-EXIT
002160     PERFORM 9000-TERMINATE
002170         THRU 9000-TERMINATE-EXIT
002180     GOBACK.
002190*----------------------------------------------------------------
002200*    1000-INITIALIZE
002210*    NO OPERMAST MEANS NO NAMES AND NO "NOT ON OPERMAST" FLAGS
002220*    - EVERY ID WOULD BE FLAGGED OTHERWISE.  COUNTERS AND
002230*    SWITCHES ARE RESET SO A SECOND CALL IN THE SAME RUN UNIT
002240*    STARTS CLEAN.
002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     MOVE ZERO TO ACTIONS-TOTAL-COUNT
002280     MOVE ZERO TO KEYED-ACTIONS-COUNT
002290     MOVE ZERO TO BATCH-ACTIONS-COUNT
002300     MOVE ZERO TO UNKNOWN-OPERATOR-COUNT
002310     MOVE ZERO TO OFF-HOURS-TOTAL-COUNT
002320     MOVE ZERO TO HOLIDAY-TOTAL-COUNT
002330     MOVE ZERO TO HIGH-DELETE-DAYS-COUNT
002340     SET HISTORY-FILE-AVAILABLE TO TRUE
002350     SET OPERATOR-FILE-AVAILABLE TO TRUE
002360     SET NOT-END-OF-SORT TO TRUE
002370     SET BATCH-HEADING-NOT-WRITTEN TO TRUE
002380     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
002390     PERFORM 1100-SET-FILTERS
002400         THRU 1100-SET-FILTERS-EXIT
002410     PERFORM 1300-LOAD-HOLIDAYS
002420         THRU 1300-LOAD-HOLIDAYS-EXIT
002430     OPEN OUTPUT REPORT-FILE
002440     OPEN INPUT CUSTOMER-HISTORY-FILE
002450     IF CUSTHIST-FILE-STATUS NOT = "00"
002460         SET HISTORY-FILE-NOT-AVAILABLE TO TRUE
002470     END-IF
002480     OPEN INPUT OPERATOR-MASTER-FILE
002490     IF OPERMAST-FILE-STATUS NOT = "00"
002500         SET OPERATOR-FILE-NOT-AVAILABLE TO TRUE
002510         DISPLAY '*** OPERATIV - OPERMAST NAO ENCONTRADO - '
002520                 'OPERADORES SEM NOME ***'
002530     END-IF
002540     PERFORM 1200-WRITE-REPORT-HEADINGS
002550         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
002560     .
002570 1000-INITIALIZE-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600*    1100-SET-FILTERS
002610*    THE RANGE DEFAULTS TO THE FIRST OF THE CURRENT MONTH
002620*    THROUGH TODAY.  BUSINESS HOURS DEFAULT TO 08:00-18:00
002630*    (OPERATIV-START-TIME / OPERATIV-END-TIME, HHMM) AND THE
002640*    DAILY DELETE LIMIT TO 20 (OPERATIV-DELETE-LIMIT, EDITED THE
002650*    SAME WAY REJAGING EDITS ITS AGE LIMIT).  A NON-NUMERIC
002660*    OVERRIDE KEEPS THE DEFAULT.
002670*----------------------------------------------------------------
002680 1100-SET-FILTERS.
002690     MOVE SPACES TO FILTER-FROM-DATE
002700     MOVE SPACES TO FILTER-TO-DATE
002710     ACCEPT FILTER-FROM-DATE FROM ENVIRONMENT
002720         "OPERATIV-FROM-DATE"
002730     IF FILTER-FROM-DATE IS NOT NUMERIC
002740         STRING 800-CURRENT-DATE-YYYY
002750                800-CURRENT-DATE-MM
002760                '01'
002770             DELIMITED BY SIZE INTO FILTER-FROM-DATE
002780     END-IF
002790     ACCEPT FILTER-TO-DATE FROM ENVIRONMENT
002800         "OPERATIV-TO-DATE"
002810     IF FILTER-TO-DATE IS NOT NUMERIC
002820         MOVE 800-CURRENT-DATE(1:8) TO FILTER-TO-DATE
002830     END-IF
002840     MOVE "0800" TO HOURS-START-TIME
002850     MOVE "1800" TO HOURS-END-TIME
002860     MOVE SPACES TO HOURS-PARM
002870     ACCEPT HOURS-PARM FROM ENVIRONMENT "OPERATIV-START-TIME"
002880     IF HOURS-PARM IS NUMERIC
002890         MOVE HOURS-PARM TO HOURS-START-TIME
002900     END-IF
002910     MOVE SPACES TO HOURS-PARM
002920     ACCEPT HOURS-PARM FROM ENVIRONMENT "OPERATIV-END-TIME"
002930     IF HOURS-PARM IS NUMERIC
002940         MOVE HOURS-PARM TO HOURS-END-TIME
002950     END-IF
002960     MOVE 20 TO DELETE-LIMIT
002970     ACCEPT DELETE-LIMIT-PARM FROM ENVIRONMENT
002980         "OPERATIV-DELETE-LIMIT"
002990     IF DELETE-LIMIT-PARM NOT = SPACES
003000         MOVE DELETE-LIMIT-PARM TO DELETE-LIMIT-PARM-RJ
003010         PERFORM 1110-SHIFT-PARM-RIGHT
003020             THRU 1110-SHIFT-PARM-RIGHT-EXIT
003030             UNTIL DELETE-LIMIT-PARM-RJ(3:1) NOT = SPACE
003040             OR DELETE-LIMIT-PARM-RJ = SPACES
003050         INSPECT DELETE-LIMIT-PARM-RJ
003060             REPLACING LEADING SPACE BY ZERO
003070         IF DELETE-LIMIT-PARM-RJ IS NUMERIC
003080             MOVE DELETE-LIMIT-PARM-RJ TO DELETE-LIMIT
003090         END-IF
003100     END-IF
003110     .
003120 1100-SET-FILTERS-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*    1110-SHIFT-PARM-RIGHT
003160*----------------------------------------------------------------
003170 1110-SHIFT-PARM-RIGHT.
003180     MOVE DELETE-LIMIT-PARM-RJ TO DELETE-LIMIT-PARM-HOLD
003190     MOVE SPACES TO DELETE-LIMIT-PARM-RJ
003200     MOVE DELETE-LIMIT-PARM-HOLD(1:2)
003210         TO DELETE-LIMIT-PARM-RJ(2:2)
003220     .
003230 1110-SHIFT-PARM-RIGHT-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260*    1200-WRITE-REPORT-HEADINGS
003270*----------------------------------------------------------------
003280 1200-WRITE-REPORT-HEADINGS.
003290     MOVE DELETE-LIMIT TO DELETE-COUNT-EDIT
003300     MOVE SPACES TO REPORT-LINE
003310     STRING 'ATIVIDADE POR OPERADOR - HISTORICO DE CLIENTES'
003320         DELIMITED BY SIZE INTO REPORT-LINE
003330     WRITE REPORT-LINE
003340     MOVE SPACES TO REPORT-LINE
003350     STRING 'PERIODO: '             DELIMITED BY SIZE
003360            FILTER-FROM-DATE        DELIMITED BY SIZE
003370            ' A '                   DELIMITED BY SIZE
003380            FILTER-TO-DATE          DELIMITED BY SIZE
003390            '  HORARIO: '           DELIMITED BY SIZE
003400            HOURS-START-TIME        DELIMITED BY SIZE
003410            '-'                     DELIMITED BY SIZE
003420            HOURS-END-TIME          DELIMITED BY SIZE
003430            '  EXCL/DIA MAX:'       DELIMITED BY SIZE
003440            DELETE-COUNT-EDIT       DELIMITED BY SIZE
003450         INTO REPORT-LINE
003460     WRITE REPORT-LINE
003470     MOVE SPACES TO REPORT-LINE
003480     WRITE REPORT-LINE
003490     .
003500 1200-WRITE-REPORT-HEADINGS-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530*    1300-LOAD-HOLIDAYS
003540*    AN ABSENT CALENDAR FILE MEANS NO HOLIDAYS, AS IN CONCILIA.
003550*----------------------------------------------------------------
003560 1300-LOAD-HOLIDAYS.
003570     MOVE ZERO TO HOLIDAY-COUNT
003580     SET NOT-END-OF-HOLIDAY-FILE TO TRUE
003590     OPEN INPUT HOLIDAY-FILE
003600     IF HOLIDAY-FILE-STATUS NOT = "00"
003610         GO TO 1300-LOAD-HOLIDAYS-EXIT
003620     END-IF
003630     PERFORM 1310-LOAD-HOLIDAY-RECORD
003640         THRU 1310-LOAD-HOLIDAY-RECORD-EXIT
003650         UNTIL END-OF-HOLIDAY-FILE
003660     CLOSE HOLIDAY-FILE
003670     .
003680 1300-LOAD-HOLIDAYS-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    1310-LOAD-HOLIDAY-RECORD
003720*----------------------------------------------------------------
003730 1310-LOAD-HOLIDAY-RECORD.
003740     READ HOLIDAY-FILE
003750         AT END
003760             SET END-OF-HOLIDAY-FILE TO TRUE
003770         NOT AT END
003780             IF HD-HOLIDAY-DATE NOT = SPACES
003790                     AND HOLIDAY-COUNT < HOLIDAY-LIMIT
003800                 ADD 1 TO HOLIDAY-COUNT
003810                 MOVE HD-HOLIDAY-DATE
003820                     TO HT-HOLIDAY-DATE (HOLIDAY-COUNT)
003830             END-IF
003840     END-READ
003850     .
003860 1310-LOAD-HOLIDAY-RECORD-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*    2000-SUPPLY-RECORDS
003900*    SORT INPUT PROCEDURE - RELEASES THE HISTORY RECORDS WHOSE
003910*    ACTION DATE FALLS IN THE RANGE.
003920*----------------------------------------------------------------
003930 2000-SUPPLY-RECORDS.
003940     SET NOT-END-OF-HISTORY-FILE TO TRUE
003950     PERFORM 2100-GET-NEXT-HISTORY-RECORD
003960         THRU 2100-GET-NEXT-HISTORY-RECORD-EXIT
003970     PERFORM 2200-RELEASE-HISTORY-RECORD
003980         THRU 2200-RELEASE-HISTORY-RECORD-EXIT
003990         UNTIL END-OF-HISTORY-FILE
004000     .
004010 2000-SUPPLY-RECORDS-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    2100-GET-NEXT-HISTORY-RECORD
004050*    SKIPS ANY BLANK LINE THE LINE SEQUENTIAL READER HANDS BACK
004060*    AT END OF FILE, THE SAME WAY AUDHIST GUARDS ITS READS.
004070*----------------------------------------------------------------
004080 2100-GET-NEXT-HISTORY-RECORD.
004090     PERFORM 2110-READ-HISTORY-RECORD
004100         THRU 2110-READ-HISTORY-RECORD-EXIT
004110     PERFORM 2110-READ-HISTORY-RECORD
004120         THRU 2110-READ-HISTORY-RECORD-EXIT
004130         UNTIL END-OF-HISTORY-FILE
004140         OR CUSTOMER-HISTORY-RECORD NOT = SPACES
004150     .
004160 2100-GET-NEXT-HISTORY-RECORD-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190*    2110-READ-HISTORY-RECORD
004200*----------------------------------------------------------------
004210 2110-READ-HISTORY-RECORD.
004220     READ CUSTOMER-HISTORY-FILE
004230         AT END
004240             SET END-OF-HISTORY-FILE TO TRUE
004250     END-READ
004260     .
004270 2110-READ-HISTORY-RECORD-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    2200-RELEASE-HISTORY-RECORD
004310*----------------------------------------------------------------
004320 2200-RELEASE-HISTORY-RECORD.
004330     IF CH-ACTION-DATE OF CUSTOMER-HISTORY-RECORD
004340             NOT < FILTER-FROM-DATE
004350             AND CH-ACTION-DATE OF CUSTOMER-HISTORY-RECORD
004360             NOT > FILTER-TO-DATE
004370         MOVE CUSTOMER-HISTORY-RECORD TO SK-HISTORY-IMAGE
004380         IF CH-BATCH-ACTION OF CUSTOMER-HISTORY-RECORD
004400             SET SK-BATCH-ACTION TO TRUE
004410         ELSE
004420             SET SK-KEYED-ACTION TO TRUE
004430         END-IF
004440         RELEASE SORT-ACTIVITY-RECORD
004450     END-IF
004460     PERFORM 2100-GET-NEXT-HISTORY-RECORD
004470         THRU 2100-GET-NEXT-HISTORY-RECORD-EXIT
004480     .
004490 2200-RELEASE-HISTORY-RECORD-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520*    3000-PRODUCE-REPORT
004530*    SORT OUTPUT PROCEDURE - ONE OPERATOR PER PASS.
004540*----------------------------------------------------------------
004550 3000-PRODUCE-REPORT.
004560     PERFORM 3100-RETURN-NEXT-RECORD
004570         THRU 3100-RETURN-NEXT-RECORD-EXIT
004580     PERFORM 3200-PROCESS-OPERATOR
004590         THRU 3200-PROCESS-OPERATOR-EXIT
004600         UNTIL END-OF-SORT
004610     .
004620 3000-PRODUCE-REPORT-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650*    3100-RETURN-NEXT-RECORD
004660*----------------------------------------------------------------
004670 3100-RETURN-NEXT-RECORD.
004680     RETURN SORT-WORK-FILE
004690         AT END
004700             SET END-OF-SORT TO TRUE
004710     END-RETURN
004720     .
004730 3100-RETURN-NEXT-RECORD-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760*    3200-PROCESS-OPERATOR
004770*    HEADS THE OPERATOR, RUNS THROUGH ALL OF ITS ACTIONS, THEN
004780*    PRINTS ITS COUNTS AND FLAGS.  THE BATCH SECTION GETS ITS
004790*    OWN HEADING THE FIRST TIME IT IS REACHED.
004800*----------------------------------------------------------------
004810 3200-PROCESS-OPERATOR.
004820     MOVE SK-OPERATOR-ID TO CURRENT-OPERATOR-ID
004830     MOVE SK-OPERATOR-CLASS TO CURRENT-OPERATOR-CLASS
004840     MOVE ZERO TO OPER-ADD-COUNT
004850     MOVE ZERO TO OPER-CHANGE-COUNT
004860     MOVE ZERO TO OPER-STATUS-COUNT
004870     MOVE ZERO TO OPER-DELETE-COUNT
004880     MOVE ZERO TO OPER-OFF-HOURS-COUNT
004890     MOVE ZERO TO OPER-HOLIDAY-COUNT
004900     MOVE ZERO TO DAY-DELETE-COUNT
004910     MOVE SK-ACTION-DATE TO CURRENT-DAY-DATE
004920     IF SK-BATCH-ACTION AND BATCH-HEADING-NOT-WRITTEN
004930         SET BATCH-HEADING-WRITTEN TO TRUE
004940         MOVE SPACES TO REPORT-LINE
004950         STRING '=== LOTE NOTURNO - INCLUSOES, REPROCESSO E '
004960                'MANUTENCAO EM LOTE DO TESTECOB ==='
004970             DELIMITED BY SIZE INTO REPORT-LINE
004980         WRITE REPORT-LINE
004990     END-IF
005000     PERFORM 3210-LOOK-UP-OPERATOR
005010         THRU 3210-LOOK-UP-OPERATOR-EXIT
005020     MOVE SPACES TO REPORT-LINE
005030     STRING 'OPERADOR '             DELIMITED BY SIZE
005040            CURRENT-OPERATOR-ID     DELIMITED BY SIZE
005050            ' - '                   DELIMITED BY SIZE
005060            CURRENT-OPERATOR-NAME   DELIMITED BY SIZE
005070         INTO REPORT-LINE
005080     WRITE REPORT-LINE
005090     PERFORM 3300-PROCESS-ACTION
005100         THRU 3300-PROCESS-ACTION-EXIT
005110         UNTIL END-OF-SORT
005120         OR SK-OPERATOR-CLASS NOT = CURRENT-OPERATOR-CLASS
005130         OR SK-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
005140     PERFORM 3320-CHECK-DAY-DELETES
005150         THRU 3320-CHECK-DAY-DELETES-EXIT
005160     PERFORM 3500-WRITE-OPERATOR-TOTALS
005170         THRU 3500-WRITE-OPERATOR-TOTALS-EXIT
005180     .
005190 3200-PROCESS-OPERATOR-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220*    3210-LOOK-UP-OPERATOR
005230*    "CONSOLE" IS NOT AN OPERMAST RECORD AND IS NEVER FLAGGED
005233*    AS UNKNOWN - IN THE KEYED SECTION IT IS A SCREEN RUN
005236*    OUTSIDE THE MENU, WHOSE ACTIONS ARE STILL TIME-CHECKED.
005240*----------------------------------------------------------------
005250 3210-LOOK-UP-OPERATOR.
005260     SET OPERATOR-WAS-FOUND TO TRUE
005270     MOVE SPACES TO CURRENT-OPERATOR-NAME
005280     IF CURRENT-OPERATOR-CLASS = "2"
005283             OR CURRENT-OPERATOR-ID = "CONSOLE"
005290         MOVE '(SEM SIGN-ON)' TO CURRENT-OPERATOR-NAME
005300         GO TO 3210-LOOK-UP-OPERATOR-EXIT
005310     END-IF
005320     IF OPERATOR-FILE-NOT-AVAILABLE
005330         GO TO 3210-LOOK-UP-OPERATOR-EXIT
005340     END-IF
005350     MOVE CURRENT-OPERATOR-ID TO OP-OPERATOR-ID
005360     READ OPERATOR-MASTER-FILE
005370         INVALID KEY
005380             SET OPERATOR-NOT-FOUND TO TRUE
005390             MOVE '*** NAO CADASTRADO NO OPERMAST ***'
005400                 TO CURRENT-OPERATOR-NAME
005410             ADD 1 TO UNKNOWN-OPERATOR-COUNT
005420         NOT INVALID KEY
005430             MOVE OP-OPERATOR-NAME TO CURRENT-OPERATOR-NAME
005440     END-READ
005450     .
005460 3210-LOOK-UP-OPERATOR-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490*    3300-PROCESS-ACTION
005500*    A CHANGE WHOSE BEFORE AND AFTER IMAGES DIFFER IN STATUS IS
005510*    COUNTED AS A STATUS CHANGE (A SPACE STATUS IS ACTIVE, AS
005520*    EVERYWHERE ELSE); ANY OTHER CHANGE IS A CHANGE.
005530*----------------------------------------------------------------
005540 3300-PROCESS-ACTION.
005550     MOVE SK-HISTORY-IMAGE TO SORTED-HISTORY-RECORD
005560     ADD 1 TO ACTIONS-TOTAL-COUNT
005570     IF CURRENT-OPERATOR-CLASS = "2"
005580         ADD 1 TO BATCH-ACTIONS-COUNT
005590     ELSE
005600         ADD 1 TO KEYED-ACTIONS-COUNT
005610     END-IF
005620     IF CH-ACTION-DATE OF SORTED-HISTORY-RECORD
005630             NOT = CURRENT-DAY-DATE
005640         PERFORM 3320-CHECK-DAY-DELETES
005650             THRU 3320-CHECK-DAY-DELETES-EXIT
005660         MOVE CH-ACTION-DATE OF SORTED-HISTORY-RECORD
005670             TO CURRENT-DAY-DATE
005680         MOVE ZERO TO DAY-DELETE-COUNT
005690     END-IF
005700     EVALUATE CH-ACTION-CODE OF SORTED-HISTORY-RECORD
005710         WHEN "I"
005720             ADD 1 TO OPER-ADD-COUNT
005730             MOVE 'INCLUSAO' TO ACTION-DESCRIPTION
005740         WHEN "E"
005750             ADD 1 TO OPER-DELETE-COUNT
005760             ADD 1 TO DAY-DELETE-COUNT
005770             MOVE 'EXCLUSAO' TO ACTION-DESCRIPTION
005780         WHEN OTHER
005790             MOVE CH-BEFORE-IMAGE OF SORTED-HISTORY-RECORD
005800                 TO BEFORE-CUSTOMER-RECORD
005810             MOVE CH-AFTER-IMAGE OF SORTED-HISTORY-RECORD
005820                 TO AFTER-CUSTOMER-RECORD
005830             IF (CM-CUSTOMER-INACTIVE OF BEFORE-CUSTOMER-RECORD
005840                 AND NOT CM-CUSTOMER-INACTIVE
005850                         OF AFTER-CUSTOMER-RECORD)
005860             OR (CM-CUSTOMER-INACTIVE OF AFTER-CUSTOMER-RECORD
005870                 AND NOT CM-CUSTOMER-INACTIVE
005880                         OF BEFORE-CUSTOMER-RECORD)
005890                 ADD 1 TO OPER-STATUS-COUNT
005900                 MOVE 'SITUACAO' TO ACTION-DESCRIPTION
005910             ELSE
005920                 ADD 1 TO OPER-CHANGE-COUNT
005930                 MOVE 'ALTERACAO' TO ACTION-DESCRIPTION
005940             END-IF
005950     END-EVALUATE
005960     IF CURRENT-OPERATOR-CLASS = "1"
005970         PERFORM 3310-CHECK-ACTION-TIME
005980             THRU 3310-CHECK-ACTION-TIME-EXIT
005990     END-IF
006000     PERFORM 3100-RETURN-NEXT-RECORD
006010         THRU 3100-RETURN-NEXT-RECORD-EXIT
006020     .
006030 3300-PROCESS-ACTION-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060*    3310-CHECK-ACTION-TIME
006070*    A KEYED ACTION ON A HOLIDAY, AT A WEEKEND OR OUTSIDE
006080*    BUSINESS HOURS IS LISTED UNDER ITS OPERATOR.  THE BATCH
006090*    SECTION IS NOT CHECKED - THE BATCH STREAM RUNS AT NIGHT BY
006100*    DESIGN.
006110*----------------------------------------------------------------
006120 3310-CHECK-ACTION-TIME.
006130     SET ACTION-NOT-ON-HOLIDAY TO TRUE
006140     SET ACTION-INSIDE-HOURS TO TRUE
006150     PERFORM 3311-CHECK-HOLIDAY-ENTRY
006160         THRU 3311-CHECK-HOLIDAY-ENTRY-EXIT
006170         VARYING HOLIDAY-SUB FROM 1 BY 1
006180         UNTIL HOLIDAY-SUB > HOLIDAY-COUNT
006190         OR ACTION-ON-HOLIDAY
006200     IF ACTION-ON-HOLIDAY
006210         ADD 1 TO OPER-HOLIDAY-COUNT
006220         ADD 1 TO HOLIDAY-TOTAL-COUNT
006230         MOVE 'FERIADO' TO FLAG-DESCRIPTION
006240         PERFORM 3400-WRITE-FLAGGED-ACTION
006250             THRU 3400-WRITE-FLAGGED-ACTION-EXIT
006260         GO TO 3310-CHECK-ACTION-TIME-EXIT
006270     END-IF
006280     IF CH-ACTION-DATE OF SORTED-HISTORY-RECORD IS NUMERIC
006290         MOVE CH-ACTION-DATE OF SORTED-HISTORY-RECORD
006300             TO ACTION-DATE-NUM
006310         COMPUTE ACTION-DAYS-INT =
006320             FUNCTION INTEGER-OF-DATE(ACTION-DATE-NUM)
006330         COMPUTE ACTION-WEEKDAY-NUM =
006340             FUNCTION MOD(ACTION-DAYS-INT - 1, 7) + 1
006350         IF ACTION-WEEKDAY-NUM > 5
006360             SET ACTION-OUTSIDE-HOURS TO TRUE
006370             MOVE 'FIM DE SEMANA' TO FLAG-DESCRIPTION
006380         END-IF
006390     END-IF
006400     IF ACTION-INSIDE-HOURS
006410         IF CH-ACTION-TIME OF SORTED-HISTORY-RECORD(1:4)
006420                 < HOURS-START-TIME
006430                 OR CH-ACTION-TIME OF SORTED-HISTORY-RECORD(1:4)
006440                 NOT < HOURS-END-TIME
006450             SET ACTION-OUTSIDE-HOURS TO TRUE
006460             MOVE 'FORA DO HORARIO' TO FLAG-DESCRIPTION
006470         END-IF
006480     END-IF
006490     IF ACTION-OUTSIDE-HOURS
006500         ADD 1 TO OPER-OFF-HOURS-COUNT
006510         ADD 1 TO OFF-HOURS-TOTAL-COUNT
006520         PERFORM 3400-WRITE-FLAGGED-ACTION
006530             THRU 3400-WRITE-FLAGGED-ACTION-EXIT
006540     END-IF
006550     .
006560 3310-CHECK-ACTION-TIME-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590*    3311-CHECK-HOLIDAY-ENTRY
006600*----------------------------------------------------------------
006610 3311-CHECK-HOLIDAY-ENTRY.
006620     IF HT-HOLIDAY-DATE (HOLIDAY-SUB)
006630             = CH-ACTION-DATE OF SORTED-HISTORY-RECORD
006640         SET ACTION-ON-HOLIDAY TO TRUE
006650     END-IF
006660     .
006670 3311-CHECK-HOLIDAY-ENTRY-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    3320-CHECK-DAY-DELETES
006710*    RUN AT EVERY CHANGE OF DAY AND AT THE END OF THE OPERATOR.
006720*    THE BATCH SECTION IS NOT CHECKED - A BRANCH'S CLOSED-
006730*    ACCOUNT LIST LEGITIMATELY DELETES HUNDREDS IN ONE RUN.
006740*----------------------------------------------------------------
006750 3320-CHECK-DAY-DELETES.
006760     IF CURRENT-OPERATOR-CLASS = "2"
006770             OR DAY-DELETE-COUNT NOT > DELETE-LIMIT
006780         GO TO 3320-CHECK-DAY-DELETES-EXIT
006790     END-IF
006800     ADD 1 TO HIGH-DELETE-DAYS-COUNT
006810     MOVE DAY-DELETE-COUNT TO DELETE-COUNT-EDIT
006820     MOVE SPACES TO REPORT-LINE
006830     STRING '   *** EXCLUSOES ACIMA DO LIMITE EM '
006840                 DELIMITED BY SIZE
006850            CURRENT-DAY-DATE(1:4)   DELIMITED BY SIZE
006860            '/'                     DELIMITED BY SIZE
006870            CURRENT-DAY-DATE(5:2)   DELIMITED BY SIZE
006880            '/'                     DELIMITED BY SIZE
006890            CURRENT-DAY-DATE(7:2)   DELIMITED BY SIZE
006900            ': '                    DELIMITED BY SIZE
006910            DELETE-COUNT-EDIT       DELIMITED BY SIZE
006920            ' ***'                  DELIMITED BY SIZE
006930         INTO REPORT-LINE
006940     WRITE REPORT-LINE
006950     .
006960 3320-CHECK-DAY-DELETES-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990*    3400-WRITE-FLAGGED-ACTION
007000*----------------------------------------------------------------
007010 3400-WRITE-FLAGGED-ACTION.
007020     MOVE CH-BEFORE-IMAGE OF SORTED-HISTORY-RECORD
007030         TO BEFORE-CUSTOMER-RECORD
007040     IF CH-ACTION-CODE OF SORTED-HISTORY-RECORD = "I"
007050         MOVE CH-AFTER-IMAGE OF SORTED-HISTORY-RECORD
007060             TO BEFORE-CUSTOMER-RECORD
007070     END-IF
007080     MOVE SPACES TO REPORT-LINE
007090     STRING '   '                   DELIMITED BY SIZE
007100            CH-ACTION-YYYY OF SORTED-HISTORY-RECORD
007110                 DELIMITED BY SIZE
007120            '/'                     DELIMITED BY SIZE
007130            CH-ACTION-MM OF SORTED-HISTORY-RECORD
007140                 DELIMITED BY SIZE
007150            '/'                     DELIMITED BY SIZE
007160            CH-ACTION-DD OF SORTED-HISTORY-RECORD
007170                 DELIMITED BY SIZE
007180            ' '                     DELIMITED BY SIZE
007190            CH-ACTION-HH OF SORTED-HISTORY-RECORD
007200                 DELIMITED BY SIZE
007210            ':'                     DELIMITED BY SIZE
007220            CH-ACTION-MI OF SORTED-HISTORY-RECORD
007230                 DELIMITED BY SIZE
007240            ':'                     DELIMITED BY SIZE
007250            CH-ACTION-SS OF SORTED-HISTORY-RECORD
007260                 DELIMITED BY SIZE
007270            '  '                    DELIMITED BY SIZE
007280            ACTION-DESCRIPTION      DELIMITED BY SIZE
007290            ' CLIENTE '             DELIMITED BY SIZE
007300            CM-CUSTOMER-ID OF BEFORE-CUSTOMER-RECORD
007310                 DELIMITED BY SIZE
007320            '  '                    DELIMITED BY SIZE
007330            FLAG-DESCRIPTION        DELIMITED BY SIZE
007340         INTO REPORT-LINE
007350     WRITE REPORT-LINE
007360     .
007370 3400-WRITE-FLAGGED-ACTION-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400*    3500-WRITE-OPERATOR-TOTALS
007410*----------------------------------------------------------------
007420 3500-WRITE-OPERATOR-TOTALS.
007430     MOVE OPER-ADD-COUNT TO ADD-COUNT-EDIT
007440     MOVE OPER-CHANGE-COUNT TO CHANGE-COUNT-EDIT
007450     MOVE OPER-STATUS-COUNT TO STATUS-COUNT-EDIT
007460     MOVE OPER-DELETE-COUNT TO DELETE-COUNT-EDIT
007470     MOVE SPACES TO REPORT-LINE
007480     STRING '   INCL'               DELIMITED BY SIZE
007490            ADD-COUNT-EDIT          DELIMITED BY SIZE
007500            '  ALT'                 DELIMITED BY SIZE
007510            CHANGE-COUNT-EDIT       DELIMITED BY SIZE
007520            '  SIT'                 DELIMITED BY SIZE
007530            STATUS-COUNT-EDIT       DELIMITED BY SIZE
007540            '  EXCL'                DELIMITED BY SIZE
007550            DELETE-COUNT-EDIT       DELIMITED BY SIZE
007560         INTO REPORT-LINE
007570     WRITE REPORT-LINE
007580     IF OPER-OFF-HOURS-COUNT > ZERO
007590             OR OPER-HOLIDAY-COUNT > ZERO
007600         MOVE OPER-OFF-HOURS-COUNT TO ACTIVITY-COUNT-EDIT
007610         MOVE OPER-HOLIDAY-COUNT TO STATUS-COUNT-EDIT
007620         MOVE SPACES TO REPORT-LINE
007630         STRING '   FORA DO HORARIO'   DELIMITED BY SIZE
007640                ACTIVITY-COUNT-EDIT    DELIMITED BY SIZE
007650                '  FERIADO'            DELIMITED BY SIZE
007660                STATUS-COUNT-EDIT      DELIMITED BY SIZE
007670             INTO REPORT-LINE
007680         WRITE REPORT-LINE
007690     END-IF
007700     MOVE SPACES TO REPORT-LINE
007710     WRITE REPORT-LINE
007720     .
007730 3500-WRITE-OPERATOR-TOTALS-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760*    4000-WRITE-TOTAL-LINES
007770*    PRINTED EVEN WHEN THE HISTORY IS MISSING, SO AN EMPTY
007780*    REPORT STILL SHOWS EXPLICIT ZEROS.  AN UNKNOWN OPERATOR OR
007790*    A HIGH-DELETE DAY ENDS THE RUN WITH RC 8 FOR FOLLOW-UP.
007800*----------------------------------------------------------------
007810 4000-WRITE-TOTAL-LINES.
007820     MOVE ACTIONS-TOTAL-COUNT TO ACTIVITY-COUNT-EDIT
007830     MOVE SPACES TO REPORT-LINE
007840     STRING 'ACOES NO PERIODO               = '
007850                                       DELIMITED BY SIZE
007860            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
007870         INTO REPORT-LINE
007880     WRITE REPORT-LINE
007890     MOVE KEYED-ACTIONS-COUNT TO ACTIVITY-COUNT-EDIT
007900     MOVE SPACES TO REPORT-LINE
007910     STRING '   DIGITADAS NAS TELAS         = '
007920                                       DELIMITED BY SIZE
007930            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
007940         INTO REPORT-LINE
007950     WRITE REPORT-LINE
007960     MOVE BATCH-ACTIONS-COUNT TO ACTIVITY-COUNT-EDIT
007970     MOVE SPACES TO REPORT-LINE
007980     STRING '   DO LOTE NOTURNO             = '
007990                                       DELIMITED BY SIZE
008000            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
008010         INTO REPORT-LINE
008020     WRITE REPORT-LINE
008030     MOVE OFF-HOURS-TOTAL-COUNT TO ACTIVITY-COUNT-EDIT
008040     MOVE SPACES TO REPORT-LINE
008050     STRING 'ACOES FORA DO HORARIO          = '
008060                                       DELIMITED BY SIZE
008070            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
008080         INTO REPORT-LINE
008090     WRITE REPORT-LINE
008100     MOVE HOLIDAY-TOTAL-COUNT TO ACTIVITY-COUNT-EDIT
008110     MOVE SPACES TO REPORT-LINE
008120     STRING 'ACOES EM FERIADO               = '
008130                                       DELIMITED BY SIZE
008140            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
008150         INTO REPORT-LINE
008160     WRITE REPORT-LINE
008170     MOVE UNKNOWN-OPERATOR-COUNT TO ACTIVITY-COUNT-EDIT
008180     MOVE SPACES TO REPORT-LINE
008190     STRING 'OPERADORES FORA DO OPERMAST    = '
008200                                       DELIMITED BY SIZE
008210            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
008220         INTO REPORT-LINE
008230     WRITE REPORT-LINE
008240     MOVE HIGH-DELETE-DAYS-COUNT TO ACTIVITY-COUNT-EDIT
008250     MOVE SPACES TO REPORT-LINE
008260     STRING 'DIAS COM EXCLUSOES ACIMA LIMITE= '
008270                                       DELIMITED BY SIZE
008280            ACTIVITY-COUNT-EDIT        DELIMITED BY SIZE
008290         INTO REPORT-LINE
008300     WRITE REPORT-LINE
008310     IF UNKNOWN-OPERATOR-COUNT > ZERO
008320             OR HIGH-DELETE-DAYS-COUNT > ZERO
008330         DISPLAY '*** OPERATIV - OPERADOR FORA DO OPERMAST OU '
008340                 'EXCLUSOES ACIMA DO LIMITE - VER OPERATRP ***'
008350         MOVE 8 TO RETURN-CODE
008360     END-IF
008370     .
008380 4000-WRITE-TOTAL-LINES-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410*    9000-TERMINATE
008420*----------------------------------------------------------------
008430 9000-TERMINATE.
008440     IF HISTORY-FILE-AVAILABLE
008450         CLOSE CUSTOMER-HISTORY-FILE
008460     END-IF
008470     IF OPERATOR-FILE-AVAILABLE
008480         CLOSE OPERATOR-MASTER-FILE
008490     END-IF
008500     CLOSE REPORT-FILE
008510     .
008520 9000-TERMINATE-EXIT.
008530     EXIT.
