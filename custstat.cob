000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custstat.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - MONTH-END CUSTOMER-BASE
000140*                     STATISTICS BY UF AND THEN CITY: OPENING
000150*                     COUNT, NEW REGISTRATIONS, DELETIONS,
000160*                     REACTIVATIONS, DEACTIVATIONS, CLOSING
000170*                     COUNT AND ACTIVE/INACTIVE, FROM CUSTMAST
000180*                     AND THE MONTH'S CUSTHIST ACTIONS.  EACH UF
000190*                     AND THE GRAND TOTAL ARE COMPARED WITH THE
000200*                     PRIOR MONTH AND THE SAME MONTH LAST YEAR,
000210*                     TAKEN FROM THE STATISTICS FILE (CUSTSTAT,
000220*                     SEE CUSTSTCP) THIS PROGRAM WRITES EVERY
000230*                     MONTH.  THE TOTALS MUST TIE OUT - LAST
000240*                     MONTH'S CLOSING PLUS ADDS MINUS DELETES
000250*                     EQUALS THE CUSTMAST COUNT - OR THE
000260*                     DIFFERENCE IS PRINTED AND THE RUN ENDS WITH
000270*                     RC 8.  REPLACES COUNTING LISTACLI PAGES BY
000280*                     HAND.  SAME SORT INPUT/OUTPUT PROCEDURE
000290*                     SHAPE AS LISTACLI.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
000390         ALTERNATE RECORD KEY IS
000400             CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
000410         FILE STATUS IS CUSTMAST-FILE-STATUS.
000420     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CUSTHIST-FILE-STATUS.
000450     SELECT STATISTICS-FILE ASSIGN TO "CUSTSTAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SS-KEY
000490         FILE STATUS IS CUSTSTAT-FILE-STATUS.
000500     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
000510     SELECT REPORT-FILE ASSIGN TO "CUSTSTRP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS REPORT-FILE-STATUS.
000540*----------------------------------------------------------------
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CUSTOMER-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CUSTCP.
000600*
000610 FD  CUSTOMER-HISTORY-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CUSTHSCP.
000640*
000650 FD  STATISTICS-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY CUSTSTCP.
000680*
000690*    ONE SORT RECORD PER CUSTOMER ON THE MASTER AND PER CUSTHIST
000700*    EVENT IN THE MONTH, UNDER THE UF/CITY IT COUNTS FOR:
000710*    A/I - ON THE MASTER, ACTIVE/INACTIVE
000720*    N   - NEW REGISTRATION  (CITY OF THE AFTER IMAGE)
000730*    X   - DELETION          (CITY OF THE BEFORE IMAGE)
000740*    R/D - REACTIVATION/DEACTIVATION (CITY OF THE AFTER IMAGE)
000750*
000760 SD  SORT-WORK-FILE.
000770 01  SORT-STATISTICS-RECORD.
000780     05  SR-STATE                        PIC X(02).
000790     05  SR-CITY                         PIC X(20).
000800     05  SR-EVENT-TYPE                   PIC X(01).
000810         88  SR-MASTER-ACTIVE                 VALUE "A".
000820         88  SR-MASTER-INACTIVE               VALUE "I".
000830         88  SR-NEW-REGISTRATION              VALUE "N".
000840         88  SR-DELETION                      VALUE "X".
000850         88  SR-REACTIVATION                  VALUE "R".
000860         88  SR-DEACTIVATION                  VALUE "D".
000870*
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-LINE                         PIC X(80).
000910*----------------------------------------------------------------
000920 WORKING-STORAGE SECTION.
000930 COPY TIMESTMP.
000940 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000950                        BEFORE-CUSTOMER-RECORD.
000960 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000970                        AFTER-CUSTOMER-RECORD.
000980*
000990 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
001000 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
001010 77  CUSTSTAT-FILE-STATUS                PIC X(02) VALUE SPACES.
001020 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
001030 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
001040     88  END-OF-MASTER-FILE                   VALUE "S".
001050     88  NOT-END-OF-MASTER-FILE               VALUE "N".
001060 77  MASTER-AVAILABLE-SWITCH             PIC X(01) VALUE "Y".
001070     88  MASTER-FILE-AVAILABLE                VALUE "Y".
001080     88  MASTER-FILE-NOT-AVAILABLE            VALUE "N".
001090 77  END-OF-HISTORY-SWITCH               PIC X(01) VALUE "N".
001100     88  END-OF-HISTORY-FILE                  VALUE "S".
001110     88  NOT-END-OF-HISTORY-FILE              VALUE "N".
001120 77  HISTORY-AVAILABLE-SWITCH            PIC X(01) VALUE "Y".
001130     88  HISTORY-FILE-AVAILABLE               VALUE "Y".
001140     88  HISTORY-FILE-NOT-AVAILABLE           VALUE "N".
001150 77  END-OF-SORT-SWITCH                  PIC X(01) VALUE "N".
001160     88  END-OF-SORT                          VALUE "S".
001170     88  NOT-END-OF-SORT                      VALUE "N".
001180 77  PRIOR-MONTH-SWITCH                  PIC X(01) VALUE "N".
001190     88  PRIOR-MONTH-ON-FILE                  VALUE "S".
001200     88  PRIOR-MONTH-NOT-ON-FILE              VALUE "N".
001210 77  SAVE-STATISTICS-SWITCH              PIC X(01) VALUE "N".
001220     88  SAVE-STATISTICS                      VALUE "S".
001230     88  DO-NOT-SAVE-STATISTICS               VALUE "N".
001240 77  STATS-ROW-SWITCH                    PIC X(01) VALUE "N".
001250     88  STATS-ROW-FOUND                      VALUE "S".
001260     88  STATS-ROW-NOT-FOUND                  VALUE "N".
001270 77  STAT-MONTH                          PIC X(06) VALUE SPACES.
001280 77  STAT-MONTH-PARM                     PIC X(06) VALUE SPACES.
001290 77  CURRENT-MONTH                       PIC X(06) VALUE SPACES.
001300 77  PRIOR-MONTH                         PIC X(06) VALUE SPACES.
001310 77  LAST-YEAR-MONTH                     PIC X(06) VALUE SPACES.
001320 77  MONTH-YYYY-NUM                      PIC 9(04) VALUE ZERO.
001330 77  MONTH-MM-NUM                        PIC 9(02) VALUE ZERO.
001340 77  CURRENT-STATE                       PIC X(02) VALUE SPACES.
001350 77  CURRENT-CITY                        PIC X(20) VALUE SPACES.
001360 77  LINE-LABEL                          PIC X(23) VALUE SPACES.
001370 77  ROW-TYPE-HOLD                       PIC X(01) VALUE SPACES.
001380 77  LOOKUP-MONTH                        PIC X(06) VALUE SPACES.
001390 77  OPENING-WORK-COUNT                  PIC S9(07) COMP
001400                                          VALUE ZERO.
001410 77  EXPECTED-CLOSING-COUNT              PIC S9(07) COMP
001420                                          VALUE ZERO.
001430 77  CLOSING-DIFFERENCE                  PIC S9(07) COMP
001440                                          VALUE ZERO.
001450 77  COMPARE-CLOSING-COUNT               PIC 9(07) COMP
001460                                          VALUE ZERO.
001470 77  STAT-COUNT-EDIT                     PIC ZZZZZZ9 VALUE ZEROS.
001480 77  STAT-DIFFERENCE-EDIT                PIC +ZZZZZ9 VALUE ZEROS.
001490 77  PRIOR-TOTAL-CLOSING                 PIC 9(07) COMP
001500                                          VALUE ZERO.
001510*
001520*    THE SAME EIGHT COUNTS AT CITY, UF AND GRAND-TOTAL LEVEL,
001530*    AND THE LINE BEING PRINTED AND SAVED.
001540*
001550 01  CITY-COUNTS.
001560     05  CITY-OPENING-COUNT              PIC 9(07) COMP.
001570     05  CITY-ADD-COUNT                  PIC 9(07) COMP.
001580     05  CITY-DELETE-COUNT               PIC 9(07) COMP.
001590     05  CITY-REACTIVATE-COUNT           PIC 9(07) COMP.
001600     05  CITY-DEACTIVATE-COUNT           PIC 9(07) COMP.
001610     05  CITY-CLOSING-COUNT              PIC 9(07) COMP.
001620     05  CITY-ACTIVE-COUNT               PIC 9(07) COMP.
001630     05  CITY-INACTIVE-COUNT             PIC 9(07) COMP.
001640 01  STATE-COUNTS.
001650     05  STATE-OPENING-COUNT             PIC 9(07) COMP.
001660     05  STATE-ADD-COUNT                 PIC 9(07) COMP.
001670     05  STATE-DELETE-COUNT              PIC 9(07) COMP.
001680     05  STATE-REACTIVATE-COUNT          PIC 9(07) COMP.
001690     05  STATE-DEACTIVATE-COUNT          PIC 9(07) COMP.
001700     05  STATE-CLOSING-COUNT             PIC 9(07) COMP.
001710     05  STATE-ACTIVE-COUNT              PIC 9(07) COMP.
001720     05  STATE-INACTIVE-COUNT            PIC 9(07) COMP.
001730 01  TOTAL-COUNTS.
001740     05  TOTAL-OPENING-COUNT             PIC 9(07) COMP.
001750     05  TOTAL-ADD-COUNT                 PIC 9(07) COMP.
001760     05  TOTAL-DELETE-COUNT              PIC 9(07) COMP.
001770     05  TOTAL-REACTIVATE-COUNT          PIC 9(07) COMP.
001780     05  TOTAL-DEACTIVATE-COUNT          PIC 9(07) COMP.
001790     05  TOTAL-CLOSING-COUNT             PIC 9(07) COMP.
001800     05  TOTAL-ACTIVE-COUNT              PIC 9(07) COMP.
001810     05  TOTAL-INACTIVE-COUNT            PIC 9(07) COMP.
001820 01  LINE-COUNTS.
001830     05  LINE-OPENING-COUNT              PIC 9(07) COMP.
001840     05  LINE-ADD-COUNT                  PIC 9(07) COMP.
001850     05  LINE-DELETE-COUNT               PIC 9(07) COMP.
001860     05  LINE-REACTIVATE-COUNT           PIC 9(07) COMP.
001870     05  LINE-DEACTIVATE-COUNT           PIC 9(07) COMP.
001880     05  LINE-CLOSING-COUNT              PIC 9(07) COMP.
001890     05  LINE-ACTIVE-COUNT               PIC 9(07) COMP.
001900     05  LINE-INACTIVE-COUNT             PIC 9(07) COMP.
001910 01  LINE-EDIT-FIELDS.
001920     05  LINE-OPENING-EDIT               PIC ZZZZZ9.
001930     05  LINE-ADD-EDIT                   PIC ZZZZZ9.
001940     05  LINE-DELETE-EDIT                PIC ZZZZZ9.
001950     05  LINE-REACTIVATE-EDIT            PIC ZZZZZ9.
001960     05  LINE-DEACTIVATE-EDIT            PIC ZZZZZ9.
001970     05  LINE-CLOSING-EDIT               PIC ZZZZZ9.
001980     05  LINE-ACTIVE-EDIT                PIC ZZZZZ9.
001990     05  LINE-INACTIVE-EDIT              PIC ZZZZZ9.
002000*----------------------------------------------------------------
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------------
002030*    0000-MAINLINE
002040*----------------------------------------------------------------
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE
002070         THRU 1000-INITIALIZE-EXIT
002080     IF MASTER-FILE-AVAILABLE
002090         SORT SORT-WORK-FILE
002100             ON ASCENDING KEY SR-STATE
002110                              SR-CITY
002120             INPUT PROCEDURE IS 2000-SUPPLY-RECORDS
002130                         THRU 2000-SUPPLY-RECORDS-EXIT
002140             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
002150                          THRU 3000-PRODUCE-REPORT-EXIT
002160         PERFORM 4000-WRITE-GRAND-TOTAL
002170             THRU 4000-WRITE-GRAND-TOTAL-EXIT
002180     ELSE
002190         DISPLAY '*** CUSTSTAT - ARQUIVO DE CLIENTES NAO '
002200                 'ENCONTRADO - SEM ESTATISTICA ***'
002210         MOVE 16 TO RETURN-CODE
002220     END-IF
002230     PERFORM 9000-TERMINATE
002240         THRU 9000-TERMINATE-EXIT
002250     GOBACK.
002260*----------------------------------------------------------------
002270*    1000-INITIALIZE
002280*    NO CUSTHIST MEANS NO ACTIVITY - THE COUNTS STILL PRINT AND
002290*    THE TIE-OUT SHOWS ANY GAP.  THE STATISTICS FILE IS CREATED
002300*    ON THE FIRST EVER RUN.  COUNTERS AND SWITCHES ARE RESET SO
002310*    A SECOND CALL IN THE SAME RUN UNIT STARTS CLEAN.
002320*----------------------------------------------------------------
002330 1000-INITIALIZE.
002340     MOVE ZERO TO TOTAL-OPENING-COUNT
002350     MOVE ZERO TO TOTAL-ADD-COUNT
002360     MOVE ZERO TO TOTAL-DELETE-COUNT
002370     MOVE ZERO TO TOTAL-REACTIVATE-COUNT
002380     MOVE ZERO TO TOTAL-DEACTIVATE-COUNT
002390     MOVE ZERO TO TOTAL-CLOSING-COUNT
002400     MOVE ZERO TO TOTAL-ACTIVE-COUNT
002410     MOVE ZERO TO TOTAL-INACTIVE-COUNT
002420     SET MASTER-FILE-AVAILABLE TO TRUE
002430     SET HISTORY-FILE-AVAILABLE TO TRUE
002440     SET NOT-END-OF-SORT TO TRUE
002450     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
002460     PERFORM 1100-SET-MONTHS
002470         THRU 1100-SET-MONTHS-EXIT
002480     OPEN OUTPUT REPORT-FILE
002490     OPEN INPUT CUSTOMER-MASTER-FILE
002500     IF CUSTMAST-FILE-STATUS NOT = "00"
002510         SET MASTER-FILE-NOT-AVAILABLE TO TRUE
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF
002540     OPEN INPUT CUSTOMER-HISTORY-FILE
002550     IF CUSTHIST-FILE-STATUS NOT = "00"
002560         SET HISTORY-FILE-NOT-AVAILABLE TO TRUE
002570         DISPLAY '*** CUSTSTAT - HISTORICO DE CLIENTES NAO '
002580                 'ENCONTRADO - SEM MOVIMENTO NO MES ***'
002590     END-IF
002600     OPEN I-O STATISTICS-FILE
002610     IF CUSTSTAT-FILE-STATUS = "35"
002620         OPEN OUTPUT STATISTICS-FILE
002630         CLOSE STATISTICS-FILE
002640         OPEN I-O STATISTICS-FILE
002650     END-IF
002660     SET PRIOR-MONTH-NOT-ON-FILE TO TRUE
002670     MOVE PRIOR-MONTH TO LOOKUP-MONTH
002680     MOVE "T" TO ROW-TYPE-HOLD
002690     MOVE SPACES TO CURRENT-STATE
002700     MOVE SPACES TO CURRENT-CITY
002710     PERFORM 3900-READ-STATISTICS-ROW
002720         THRU 3900-READ-STATISTICS-ROW-EXIT
002730     IF STATS-ROW-FOUND
002740         SET PRIOR-MONTH-ON-FILE TO TRUE
002750         MOVE SS-CLOSING-COUNT TO PRIOR-TOTAL-CLOSING
002760     END-IF
002770     PERFORM 1200-WRITE-REPORT-HEADINGS
002780         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
002790     .
002800 1000-INITIALIZE-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830*    1100-SET-MONTHS
002840*    THE MONTH DEFAULTS TO THE CURRENT ONE - THE REPORT RUNS IN
002850*    THE MONTH-END STREAM, WHEN CUSTMAST IS THE MONTH-END
002860*    MASTER.  CUSTSTAT-MONTH (AAAAMM) REPRINTS ANOTHER MONTH,
002870*    BUT ITS CLOSING IS STILL TODAY'S MASTER, SO SUCH A RUN IS
002880*    NOT SAVED TO THE STATISTICS FILE.
002890*----------------------------------------------------------------
002900 1100-SET-MONTHS.
002910     MOVE 800-CURRENT-DATE(1:6) TO CURRENT-MONTH
002920     MOVE CURRENT-MONTH TO STAT-MONTH
002930     MOVE SPACES TO STAT-MONTH-PARM
002940     ACCEPT STAT-MONTH-PARM FROM ENVIRONMENT "CUSTSTAT-MONTH"
002950     IF STAT-MONTH-PARM IS NUMERIC
002960         MOVE STAT-MONTH-PARM TO STAT-MONTH
002970     END-IF
002980     IF STAT-MONTH = CURRENT-MONTH
002990         SET SAVE-STATISTICS TO TRUE
003000     ELSE
003010         SET DO-NOT-SAVE-STATISTICS TO TRUE
003020     END-IF
003030     MOVE STAT-MONTH(1:4) TO MONTH-YYYY-NUM
003040     MOVE STAT-MONTH(5:2) TO MONTH-MM-NUM
003050     IF MONTH-MM-NUM = 1
003060         SUBTRACT 1 FROM MONTH-YYYY-NUM
003070         MOVE 12 TO MONTH-MM-NUM
003080     ELSE
003090         SUBTRACT 1 FROM MONTH-MM-NUM
003100     END-IF
003110     MOVE MONTH-YYYY-NUM TO PRIOR-MONTH(1:4)
003120     MOVE MONTH-MM-NUM TO PRIOR-MONTH(5:2)
003130     MOVE STAT-MONTH(1:4) TO MONTH-YYYY-NUM
003140     SUBTRACT 1 FROM MONTH-YYYY-NUM
003150     MOVE MONTH-YYYY-NUM TO LAST-YEAR-MONTH(1:4)
003160     MOVE STAT-MONTH(5:2) TO LAST-YEAR-MONTH(5:2)
003170     .
003180 1100-SET-MONTHS-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210*    1200-WRITE-REPORT-HEADINGS
003220*----------------------------------------------------------------
003230 1200-WRITE-REPORT-HEADINGS.
003240     MOVE SPACES TO REPORT-LINE
003250     STRING 'ESTATISTICA MENSAL DA BASE DE CLIENTES - '
003260                 DELIMITED BY SIZE
003270            STAT-MONTH(1:4)         DELIMITED BY SIZE
003280            '/'                     DELIMITED BY SIZE
003290            STAT-MONTH(5:2)         DELIMITED BY SIZE
003300         INTO REPORT-LINE
003310     WRITE REPORT-LINE
003320     IF DO-NOT-SAVE-STATISTICS
003330         MOVE SPACES TO REPORT-LINE
003340         STRING 'ATENCAO: MES DIFERENTE DO CORRENTE - '
003350                'FECHAMENTO = CUSTMAST DE HOJE, NAO GRAVADO'
003360             DELIMITED BY SIZE INTO REPORT-LINE
003370         WRITE REPORT-LINE
003380     END-IF
003390     IF PRIOR-MONTH-NOT-ON-FILE
003400         MOVE SPACES TO REPORT-LINE
003410         STRING 'SEM ESTATISTICA DE '  DELIMITED BY SIZE
003420                PRIOR-MONTH(1:4)       DELIMITED BY SIZE
003430                '/'                    DELIMITED BY SIZE
003440                PRIOR-MONTH(5:2)       DELIMITED BY SIZE
003450                ' - ABERTURA CALCULADA PELO MOVIMENTO'
003460                                       DELIMITED BY SIZE
003470             INTO REPORT-LINE
003480         WRITE REPORT-LINE
003490     END-IF
003500     MOVE SPACES TO REPORT-LINE
003510     WRITE REPORT-LINE
003520     MOVE SPACES TO REPORT-LINE
003530     STRING 'UF CIDADE               ABERT.  INCL.  EXCL.'
003540            '  REAT. DESAT.  FECH. ATIVOS INATIV'
003550         DELIMITED BY SIZE INTO REPORT-LINE
003560     WRITE REPORT-LINE
003570     MOVE SPACES TO REPORT-LINE
003580     STRING '-- -------------------- ------ ------ ------ ------'
003590            ' ------ ------ ------ ------'
003600         DELIMITED BY SIZE INTO REPORT-LINE
003610     WRITE REPORT-LINE
003670     .
003680 1200-WRITE-REPORT-HEADINGS-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    2000-SUPPLY-RECORDS
003720*    SORT INPUT PROCEDURE - THE WHOLE MASTER, THEN THE MONTH'S
003730*    HISTORY ACTIONS.
003740*----------------------------------------------------------------
003750 2000-SUPPLY-RECORDS.
003760     MOVE ZERO TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
003770     SET NOT-END-OF-MASTER-FILE TO TRUE
003780     START CUSTOMER-MASTER-FILE
003790         KEY IS NOT LESS THAN
003800             CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
003810         INVALID KEY
003820             SET END-OF-MASTER-FILE TO TRUE
003830     END-START
003840     PERFORM 2100-READ-MASTER-RECORD
003850         THRU 2100-READ-MASTER-RECORD-EXIT
003860     PERFORM 2200-RELEASE-MASTER-RECORD
003870         THRU 2200-RELEASE-MASTER-RECORD-EXIT
003880         UNTIL END-OF-MASTER-FILE
003890     IF HISTORY-FILE-AVAILABLE
003900         SET NOT-END-OF-HISTORY-FILE TO TRUE
003910         PERFORM 2300-GET-NEXT-HISTORY-RECORD
003920             THRU 2300-GET-NEXT-HISTORY-RECORD-EXIT
003930         PERFORM 2400-RELEASE-HISTORY-RECORD
003940             THRU 2400-RELEASE-HISTORY-RECORD-EXIT
003950             UNTIL END-OF-HISTORY-FILE
003960     END-IF
003970     .
003980 2000-SUPPLY-RECORDS-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010*    2100-READ-MASTER-RECORD
004020*----------------------------------------------------------------
004030 2100-READ-MASTER-RECORD.
004040     IF NOT END-OF-MASTER-FILE
004050         READ CUSTOMER-MASTER-FILE NEXT RECORD
004060             AT END
004070                 SET END-OF-MASTER-FILE TO TRUE
004080         END-READ
004090     END-IF
004100     .
004110 2100-READ-MASTER-RECORD-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140*    2200-RELEASE-MASTER-RECORD
004150*    A LEGACY SPACE STATUS COUNTS AS ACTIVE.
004160*----------------------------------------------------------------
004170 2200-RELEASE-MASTER-RECORD.
004180     MOVE CM-STATE OF CUSTOMER-MASTER-RECORD TO SR-STATE
004190     MOVE CM-CITY OF CUSTOMER-MASTER-RECORD TO SR-CITY
004200     IF CM-CUSTOMER-INACTIVE OF CUSTOMER-MASTER-RECORD
004210         SET SR-MASTER-INACTIVE TO TRUE
004220     ELSE
004230         SET SR-MASTER-ACTIVE TO TRUE
004240     END-IF
004250     RELEASE SORT-STATISTICS-RECORD
004260     PERFORM 2100-READ-MASTER-RECORD
004270         THRU 2100-READ-MASTER-RECORD-EXIT
004280     .
004290 2200-RELEASE-MASTER-RECORD-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320*    2300-GET-NEXT-HISTORY-RECORD
004330*    SKIPS ANY BLANK LINE THE LINE SEQUENTIAL READER HANDS BACK
004340*    AT END OF FILE.
004350*----------------------------------------------------------------
004360 2300-GET-NEXT-HISTORY-RECORD.
004370     PERFORM 2310-READ-HISTORY-RECORD
004380         THRU 2310-READ-HISTORY-RECORD-EXIT
004390     PERFORM 2310-READ-HISTORY-RECORD
004400         THRU 2310-READ-HISTORY-RECORD-EXIT
004410         UNTIL END-OF-HISTORY-FILE
004420         OR CUSTOMER-HISTORY-RECORD NOT = SPACES
004430     .
004440 2300-GET-NEXT-HISTORY-RECORD-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470*    2310-READ-HISTORY-RECORD
004480*----------------------------------------------------------------
004490 2310-READ-HISTORY-RECORD.
004500     READ CUSTOMER-HISTORY-FILE
004510         AT END
004520             SET END-OF-HISTORY-FILE TO TRUE
004530     END-READ
004540     .
004550 2310-READ-HISTORY-RECORD-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580*    2400-RELEASE-HISTORY-RECORD
004590*----------------------------------------------------------------
004600 2400-RELEASE-HISTORY-RECORD.
004610     PERFORM 2410-CLASSIFY-HISTORY-RECORD
004620         THRU 2410-CLASSIFY-HISTORY-RECORD-EXIT
004630     PERFORM 2300-GET-NEXT-HISTORY-RECORD
004640         THRU 2300-GET-NEXT-HISTORY-RECORD-EXIT
004650     .
004660 2400-RELEASE-HISTORY-RECORD-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*    2410-CLASSIFY-HISTORY-RECORD
004700*    ONLY THE MONTH'S ACTIONS COUNT.  A CHANGE COUNTS ONLY WHEN
004710*    IT MOVED THE CUSTOMER BETWEEN ACTIVE AND INACTIVE.
004720*----------------------------------------------------------------
004730 2410-CLASSIFY-HISTORY-RECORD.
004740     IF CH-ACTION-DATE(1:6) NOT = STAT-MONTH
004750         GO TO 2410-CLASSIFY-HISTORY-RECORD-EXIT
004760     END-IF
004770     MOVE CH-BEFORE-IMAGE TO BEFORE-CUSTOMER-RECORD
004780     MOVE CH-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
004790     MOVE CM-STATE OF AFTER-CUSTOMER-RECORD TO SR-STATE
004800     MOVE CM-CITY OF AFTER-CUSTOMER-RECORD TO SR-CITY
004810     EVALUATE TRUE
004820         WHEN CH-ACTION-CODE = "I"
004830             SET SR-NEW-REGISTRATION TO TRUE
004840             RELEASE SORT-STATISTICS-RECORD
004850         WHEN CH-ACTION-CODE = "E"
004860             MOVE CM-STATE OF BEFORE-CUSTOMER-RECORD TO SR-STATE
004870             MOVE CM-CITY OF BEFORE-CUSTOMER-RECORD TO SR-CITY
004880             SET SR-DELETION TO TRUE
004890             RELEASE SORT-STATISTICS-RECORD
004900         WHEN CM-CUSTOMER-INACTIVE OF BEFORE-CUSTOMER-RECORD
004910                 AND NOT CM-CUSTOMER-INACTIVE
004920                         OF AFTER-CUSTOMER-RECORD
004930             SET SR-REACTIVATION TO TRUE
004940             RELEASE SORT-STATISTICS-RECORD
004950         WHEN CM-CUSTOMER-INACTIVE OF AFTER-CUSTOMER-RECORD
004960                 AND NOT CM-CUSTOMER-INACTIVE
004970                         OF BEFORE-CUSTOMER-RECORD
004980             SET SR-DEACTIVATION TO TRUE
004990             RELEASE SORT-STATISTICS-RECORD
005000     END-EVALUATE
005010     .
005020 2410-CLASSIFY-HISTORY-RECORD-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050*    3000-PRODUCE-REPORT
005060*    SORT OUTPUT PROCEDURE - ONE UF PER PASS.
005070*----------------------------------------------------------------
005080 3000-PRODUCE-REPORT.
005090     PERFORM 3100-RETURN-NEXT-RECORD
005100         THRU 3100-RETURN-NEXT-RECORD-EXIT
005110     PERFORM 3200-PROCESS-STATE
005120         THRU 3200-PROCESS-STATE-EXIT
005130         UNTIL END-OF-SORT
005140     .
005150 3000-PRODUCE-REPORT-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180*    3100-RETURN-NEXT-RECORD
005190*----------------------------------------------------------------
005200 3100-RETURN-NEXT-RECORD.
005210     RETURN SORT-WORK-FILE
005220         AT END
005230             SET END-OF-SORT TO TRUE
005240     END-RETURN
005250     .
005260 3100-RETURN-NEXT-RECORD-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290*    3200-PROCESS-STATE
005300*    THE CITIES OF ONE UF, THEN THE UF TOTAL.  THE UF OPENING IS
005310*    LAST MONTH'S SAVED UF CLOSING, NOT THE SUM OF THE CITY
005320*    OPENINGS - A CITY WHOSE LAST CUSTOMER LEFT HAS NO LINE THIS
005330*    MONTH BUT WAS STILL PART OF LAST MONTH'S CLOSING.
005340*----------------------------------------------------------------
005350 3200-PROCESS-STATE.
005360     MOVE SR-STATE TO CURRENT-STATE
005370     MOVE ZERO TO STATE-OPENING-COUNT
005380     MOVE ZERO TO STATE-ADD-COUNT
005390     MOVE ZERO TO STATE-DELETE-COUNT
005400     MOVE ZERO TO STATE-REACTIVATE-COUNT
005410     MOVE ZERO TO STATE-DEACTIVATE-COUNT
005420     MOVE ZERO TO STATE-CLOSING-COUNT
005430     MOVE ZERO TO STATE-ACTIVE-COUNT
005440     MOVE ZERO TO STATE-INACTIVE-COUNT
005450     PERFORM 3300-PROCESS-CITY
005460         THRU 3300-PROCESS-CITY-EXIT
005470         UNTIL END-OF-SORT
005480         OR SR-STATE NOT = CURRENT-STATE
005490     MOVE SPACES TO CURRENT-CITY
005500     MOVE "U" TO ROW-TYPE-HOLD
005510     IF PRIOR-MONTH-ON-FILE
005520         MOVE PRIOR-MONTH TO LOOKUP-MONTH
005530         PERFORM 3900-READ-STATISTICS-ROW
005540             THRU 3900-READ-STATISTICS-ROW-EXIT
005550         IF STATS-ROW-FOUND
005560             MOVE SS-CLOSING-COUNT TO STATE-OPENING-COUNT
005570         ELSE
005580             MOVE ZERO TO STATE-OPENING-COUNT
005590         END-IF
005600     END-IF
005610     MOVE STATE-COUNTS TO LINE-COUNTS
005620     MOVE SPACES TO LINE-LABEL
005630     STRING CURRENT-STATE           DELIMITED BY SIZE
005640            ' TOTAL DA UF'          DELIMITED BY SIZE
005650         INTO LINE-LABEL
005660     PERFORM 3600-WRITE-COUNT-LINE
005670         THRU 3600-WRITE-COUNT-LINE-EXIT
005680     PERFORM 3800-WRITE-COMPARISONS
005690         THRU 3800-WRITE-COMPARISONS-EXIT
005700     PERFORM 3700-SAVE-STATISTICS-ROW
005710         THRU 3700-SAVE-STATISTICS-ROW-EXIT
005720     MOVE SPACES TO REPORT-LINE
005730     WRITE REPORT-LINE
005740     ADD STATE-OPENING-COUNT TO TOTAL-OPENING-COUNT
005750     ADD STATE-ADD-COUNT TO TOTAL-ADD-COUNT
005760     ADD STATE-DELETE-COUNT TO TOTAL-DELETE-COUNT
005770     ADD STATE-REACTIVATE-COUNT TO TOTAL-REACTIVATE-COUNT
005780     ADD STATE-DEACTIVATE-COUNT TO TOTAL-DEACTIVATE-COUNT
005790     ADD STATE-CLOSING-COUNT TO TOTAL-CLOSING-COUNT
005800     ADD STATE-ACTIVE-COUNT TO TOTAL-ACTIVE-COUNT
005810     ADD STATE-INACTIVE-COUNT TO TOTAL-INACTIVE-COUNT
005820     .
005830 3200-PROCESS-STATE-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860*    3300-PROCESS-CITY
005870*----------------------------------------------------------------
005880 3300-PROCESS-CITY.
005890     MOVE SR-CITY TO CURRENT-CITY
005900     MOVE ZERO TO CITY-OPENING-COUNT
005910     MOVE ZERO TO CITY-ADD-COUNT
005920     MOVE ZERO TO CITY-DELETE-COUNT
005930     MOVE ZERO TO CITY-REACTIVATE-COUNT
005940     MOVE ZERO TO CITY-DEACTIVATE-COUNT
005950     MOVE ZERO TO CITY-CLOSING-COUNT
005960     MOVE ZERO TO CITY-ACTIVE-COUNT
005970     MOVE ZERO TO CITY-INACTIVE-COUNT
005980     PERFORM 3310-COUNT-EVENT
005990         THRU 3310-COUNT-EVENT-EXIT
006000         UNTIL END-OF-SORT
006010         OR SR-STATE NOT = CURRENT-STATE
006020         OR SR-CITY NOT = CURRENT-CITY
006030     COMPUTE CITY-CLOSING-COUNT =
006040         CITY-ACTIVE-COUNT + CITY-INACTIVE-COUNT
006050     PERFORM 3320-SET-CITY-OPENING
006060         THRU 3320-SET-CITY-OPENING-EXIT
006070     MOVE CITY-COUNTS TO LINE-COUNTS
006080     MOVE SPACES TO LINE-LABEL
006090     STRING CURRENT-STATE           DELIMITED BY SIZE
006100            ' '                     DELIMITED BY SIZE
006110            CURRENT-CITY            DELIMITED BY SIZE
006120         INTO LINE-LABEL
006130     PERFORM 3600-WRITE-COUNT-LINE
006140         THRU 3600-WRITE-COUNT-LINE-EXIT
006150     MOVE "C" TO ROW-TYPE-HOLD
006160     PERFORM 3700-SAVE-STATISTICS-ROW
006170         THRU 3700-SAVE-STATISTICS-ROW-EXIT
006180     ADD CITY-OPENING-COUNT TO STATE-OPENING-COUNT
006190     ADD CITY-ADD-COUNT TO STATE-ADD-COUNT
006200     ADD CITY-DELETE-COUNT TO STATE-DELETE-COUNT
006210     ADD CITY-REACTIVATE-COUNT TO STATE-REACTIVATE-COUNT
006220     ADD CITY-DEACTIVATE-COUNT TO STATE-DEACTIVATE-COUNT
006230     ADD CITY-CLOSING-COUNT TO STATE-CLOSING-COUNT
006240     ADD CITY-ACTIVE-COUNT TO STATE-ACTIVE-COUNT
006250     ADD CITY-INACTIVE-COUNT TO STATE-INACTIVE-COUNT
006260     .
006270 3300-PROCESS-CITY-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300*    3310-COUNT-EVENT
006310*----------------------------------------------------------------
006320 3310-COUNT-EVENT.
006330     EVALUATE TRUE
006340         WHEN SR-MASTER-ACTIVE
006350             ADD 1 TO CITY-ACTIVE-COUNT
006360         WHEN SR-MASTER-INACTIVE
006370             ADD 1 TO CITY-INACTIVE-COUNT
006380         WHEN SR-NEW-REGISTRATION
006390             ADD 1 TO CITY-ADD-COUNT
006400         WHEN SR-DELETION
006410             ADD 1 TO CITY-DELETE-COUNT
006420         WHEN SR-REACTIVATION
006430             ADD 1 TO CITY-REACTIVATE-COUNT
006440         WHEN SR-DEACTIVATION
006450             ADD 1 TO CITY-DEACTIVATE-COUNT
006460     END-EVALUATE
006470     PERFORM 3100-RETURN-NEXT-RECORD
006480         THRU 3100-RETURN-NEXT-RECORD-EXIT
006490     .
006500 3310-COUNT-EVENT-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530*    3320-SET-CITY-OPENING
006540*    LAST MONTH'S SAVED CLOSING FOR THE CITY (ZERO FOR A CITY
006550*    NEW THIS MONTH).  WITH NO STATISTICS FOR LAST MONTH - THE
006560*    FIRST RUN - THE OPENING IS WORKED BACK FROM THE CLOSING AND
006570*    THE MONTH'S ADDS AND DELETES.
006580*----------------------------------------------------------------
006590 3320-SET-CITY-OPENING.
006600     IF PRIOR-MONTH-ON-FILE
006610         MOVE "C" TO ROW-TYPE-HOLD
006620         MOVE PRIOR-MONTH TO LOOKUP-MONTH
006630         PERFORM 3900-READ-STATISTICS-ROW
006640             THRU 3900-READ-STATISTICS-ROW-EXIT
006650         IF STATS-ROW-FOUND
006660             MOVE SS-CLOSING-COUNT TO CITY-OPENING-COUNT
006670         END-IF
006680         GO TO 3320-SET-CITY-OPENING-EXIT
006690     END-IF
006700     COMPUTE OPENING-WORK-COUNT = CITY-CLOSING-COUNT
006710         - CITY-ADD-COUNT + CITY-DELETE-COUNT
006720     IF OPENING-WORK-COUNT > ZERO
006730         MOVE OPENING-WORK-COUNT TO CITY-OPENING-COUNT
006740     END-IF
006750     .
006760 3320-SET-CITY-OPENING-EXIT.
006770     EXIT.
006780*----------------------------------------------------------------
006790*    3600-WRITE-COUNT-LINE
006800*    PRINTS LINE-LABEL AND LINE-COUNTS.
006810*----------------------------------------------------------------
006820 3600-WRITE-COUNT-LINE.
006830     MOVE LINE-OPENING-COUNT TO LINE-OPENING-EDIT
006840     MOVE LINE-ADD-COUNT TO LINE-ADD-EDIT
006850     MOVE LINE-DELETE-COUNT TO LINE-DELETE-EDIT
006860     MOVE LINE-REACTIVATE-COUNT TO LINE-REACTIVATE-EDIT
006870     MOVE LINE-DEACTIVATE-COUNT TO LINE-DEACTIVATE-EDIT
006880     MOVE LINE-CLOSING-COUNT TO LINE-CLOSING-EDIT
006890     MOVE LINE-ACTIVE-COUNT TO LINE-ACTIVE-EDIT
006900     MOVE LINE-INACTIVE-COUNT TO LINE-INACTIVE-EDIT
006910     MOVE SPACES TO REPORT-LINE
006920     STRING LINE-LABEL              DELIMITED BY SIZE
006930            ' '                     DELIMITED BY SIZE
006940            LINE-OPENING-EDIT       DELIMITED BY SIZE
006950            ' '                     DELIMITED BY SIZE
006960            LINE-ADD-EDIT           DELIMITED BY SIZE
006970            ' '                     DELIMITED BY SIZE
006980            LINE-DELETE-EDIT        DELIMITED BY SIZE
006990            ' '                     DELIMITED BY SIZE
007000            LINE-REACTIVATE-EDIT    DELIMITED BY SIZE
007010            ' '                     DELIMITED BY SIZE
007020            LINE-DEACTIVATE-EDIT    DELIMITED BY SIZE
007030            ' '                     DELIMITED BY SIZE
007040            LINE-CLOSING-EDIT       DELIMITED BY SIZE
007050            ' '                     DELIMITED BY SIZE
007060            LINE-ACTIVE-EDIT        DELIMITED BY SIZE
007070            ' '                     DELIMITED BY SIZE
007080            LINE-INACTIVE-EDIT      DELIMITED BY SIZE
007090         INTO REPORT-LINE
007100     WRITE REPORT-LINE
007110     .
007120 3600-WRITE-COUNT-LINE-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150*    3700-SAVE-STATISTICS-ROW
007160*    SAVES LINE-COUNTS UNDER ROW-TYPE-HOLD / CURRENT-STATE /
007170*    CURRENT-CITY.  A RERUN OF THE SAME MONTH REPLACES THE ROW.
007180*----------------------------------------------------------------
007190 3700-SAVE-STATISTICS-ROW.
007200     IF DO-NOT-SAVE-STATISTICS
007210         GO TO 3700-SAVE-STATISTICS-ROW-EXIT
007220     END-IF
007230     MOVE SPACES TO CUSTOMER-STATISTICS-RECORD
007240     MOVE STAT-MONTH TO SS-STAT-MONTH
007250     MOVE ROW-TYPE-HOLD TO SS-ROW-TYPE
007260     MOVE CURRENT-STATE TO SS-STATE
007270     MOVE CURRENT-CITY TO SS-CITY
007280     MOVE LINE-OPENING-COUNT TO SS-OPENING-COUNT
007290     MOVE LINE-ADD-COUNT TO SS-ADD-COUNT
007300     MOVE LINE-DELETE-COUNT TO SS-DELETE-COUNT
007310     MOVE LINE-REACTIVATE-COUNT TO SS-REACTIVATE-COUNT
007320     MOVE LINE-DEACTIVATE-COUNT TO SS-DEACTIVATE-COUNT
007330     MOVE LINE-CLOSING-COUNT TO SS-CLOSING-COUNT
007340     MOVE LINE-ACTIVE-COUNT TO SS-ACTIVE-COUNT
007350     MOVE LINE-INACTIVE-COUNT TO SS-INACTIVE-COUNT
007360     MOVE 800-CURRENT-DATE(1:8) TO SS-RUN-DATE
007370     WRITE CUSTOMER-STATISTICS-RECORD
007380         INVALID KEY
007390             REWRITE CUSTOMER-STATISTICS-RECORD
007400                 INVALID KEY
007410                     DISPLAY '*** CUSTSTAT - ERRO GRAVANDO '
007420                             'ESTATISTICA ' SS-KEY ' ***'
007430             END-REWRITE
007440     END-WRITE
007450     .
007460 3700-SAVE-STATISTICS-ROW-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490*    3800-WRITE-COMPARISONS
007500*    LINE-CLOSING-COUNT AGAINST THE SAME ROW FOR THE PRIOR MONTH
007510*    AND THE SAME MONTH LAST YEAR.  N/D WHERE THE ROW WAS NEVER
007520*    SAVED.
007530*----------------------------------------------------------------
007540 3800-WRITE-COMPARISONS.
007550     MOVE PRIOR-MONTH TO LOOKUP-MONTH
007560     PERFORM 3810-WRITE-COMPARISON-LINE
007570         THRU 3810-WRITE-COMPARISON-LINE-EXIT
007580     MOVE LAST-YEAR-MONTH TO LOOKUP-MONTH
007590     PERFORM 3810-WRITE-COMPARISON-LINE
007600         THRU 3810-WRITE-COMPARISON-LINE-EXIT
007610     .
007620 3800-WRITE-COMPARISONS-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650*    3810-WRITE-COMPARISON-LINE
007660*----------------------------------------------------------------
007670 3810-WRITE-COMPARISON-LINE.
007680     PERFORM 3900-READ-STATISTICS-ROW
007690         THRU 3900-READ-STATISTICS-ROW-EXIT
007700     MOVE SPACES TO REPORT-LINE
007710     IF STATS-ROW-NOT-FOUND
007720         STRING '   FECHAMENTO EM '    DELIMITED BY SIZE
007730                LOOKUP-MONTH(1:4)      DELIMITED BY SIZE
007740                '/'                    DELIMITED BY SIZE
007750                LOOKUP-MONTH(5:2)      DELIMITED BY SIZE
007760                ':     N/D'            DELIMITED BY SIZE
007770             INTO REPORT-LINE
007780         WRITE REPORT-LINE
007790         GO TO 3810-WRITE-COMPARISON-LINE-EXIT
007800     END-IF
007810     MOVE SS-CLOSING-COUNT TO COMPARE-CLOSING-COUNT
007820     MOVE COMPARE-CLOSING-COUNT TO STAT-COUNT-EDIT
007830     COMPUTE CLOSING-DIFFERENCE =
007840         LINE-CLOSING-COUNT - COMPARE-CLOSING-COUNT
007850     MOVE CLOSING-DIFFERENCE TO STAT-DIFFERENCE-EDIT
007860     STRING '   FECHAMENTO EM '    DELIMITED BY SIZE
007870            LOOKUP-MONTH(1:4)      DELIMITED BY SIZE
007880            '/'                    DELIMITED BY SIZE
007890            LOOKUP-MONTH(5:2)      DELIMITED BY SIZE
007900            ': '                   DELIMITED BY SIZE
007910            STAT-COUNT-EDIT        DELIMITED BY SIZE
007920            '  VARIACAO '          DELIMITED BY SIZE
007930            STAT-DIFFERENCE-EDIT   DELIMITED BY SIZE
007940         INTO REPORT-LINE
007950     WRITE REPORT-LINE
007960     .
007970 3810-WRITE-COMPARISON-LINE-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000*    3900-READ-STATISTICS-ROW
008010*    RANDOM READ OF LOOKUP-MONTH / ROW-TYPE-HOLD / CURRENT-STATE
008020*    / CURRENT-CITY.
008030*----------------------------------------------------------------
008040 3900-READ-STATISTICS-ROW.
008050     SET STATS-ROW-NOT-FOUND TO TRUE
008060     MOVE LOOKUP-MONTH TO SS-STAT-MONTH
008070     MOVE ROW-TYPE-HOLD TO SS-ROW-TYPE
008080     MOVE CURRENT-STATE TO SS-STATE
008090     MOVE CURRENT-CITY TO SS-CITY
008100     READ STATISTICS-FILE
008110         INVALID KEY
008120             CONTINUE
008130         NOT INVALID KEY
008140             SET STATS-ROW-FOUND TO TRUE
008150     END-READ
008160     .
008170 3900-READ-STATISTICS-ROW-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200*    4000-WRITE-GRAND-TOTAL
008210*    THE GRAND TOTAL, ITS COMPARISONS, AND THE TIE-OUT: LAST
008220*    MONTH'S SAVED CLOSING PLUS THE MONTH'S ADDS MINUS ITS
008230*    DELETES MUST EQUAL THE CUSTMAST RECORD COUNT.  A GAP MEANS
008240*    THE MASTER CHANGED WITHOUT A HISTORY RECORD (A RESTORE, A
008250*    FAILED HISTORY WRITE) AND ENDS THE RUN WITH RC 8.
008260*----------------------------------------------------------------
008270 4000-WRITE-GRAND-TOTAL.
008280     MOVE SPACES TO CURRENT-STATE
008290     MOVE SPACES TO CURRENT-CITY
008300     MOVE "T" TO ROW-TYPE-HOLD
008310     IF PRIOR-MONTH-ON-FILE
008320         MOVE PRIOR-TOTAL-CLOSING TO TOTAL-OPENING-COUNT
008330     END-IF
008340     MOVE TOTAL-COUNTS TO LINE-COUNTS
008350     MOVE 'TOTAL GERAL' TO LINE-LABEL
008360     PERFORM 3600-WRITE-COUNT-LINE
008370         THRU 3600-WRITE-COUNT-LINE-EXIT
008380     PERFORM 3800-WRITE-COMPARISONS
008390         THRU 3800-WRITE-COMPARISONS-EXIT
008400     PERFORM 3700-SAVE-STATISTICS-ROW
008410         THRU 3700-SAVE-STATISTICS-ROW-EXIT
008420     MOVE SPACES TO REPORT-LINE
008430     WRITE REPORT-LINE
008440     IF PRIOR-MONTH-NOT-ON-FILE
008450         MOVE SPACES TO REPORT-LINE
008460         STRING 'CONCILIACAO: ABERTURA CALCULADA - VERIFICADA '
008470                'A PARTIR DO PROXIMO MES'
008480             DELIMITED BY SIZE INTO REPORT-LINE
008490         WRITE REPORT-LINE
008500         GO TO 4000-WRITE-GRAND-TOTAL-EXIT
008510     END-IF
008520     COMPUTE EXPECTED-CLOSING-COUNT = TOTAL-OPENING-COUNT
008530         + TOTAL-ADD-COUNT - TOTAL-DELETE-COUNT
008540     COMPUTE CLOSING-DIFFERENCE =
008550         TOTAL-CLOSING-COUNT - EXPECTED-CLOSING-COUNT
008560     MOVE EXPECTED-CLOSING-COUNT TO STAT-DIFFERENCE-EDIT
008570     MOVE SPACES TO REPORT-LINE
008580     STRING 'CONCILIACAO: ABERTURA + INCL. - EXCL. = '
008590                                       DELIMITED BY SIZE
008600            STAT-DIFFERENCE-EDIT       DELIMITED BY SIZE
008610         INTO REPORT-LINE
008620     WRITE REPORT-LINE
008630     MOVE TOTAL-CLOSING-COUNT TO STAT-COUNT-EDIT
008640     MOVE SPACES TO REPORT-LINE
008650     STRING '             REGISTROS NO CUSTMAST =  '
008660                                       DELIMITED BY SIZE
008670            STAT-COUNT-EDIT            DELIMITED BY SIZE
008680         INTO REPORT-LINE
008690     WRITE REPORT-LINE
008700     MOVE SPACES TO REPORT-LINE
008710     IF CLOSING-DIFFERENCE = ZERO
008720         STRING 'CONCILIACAO OK'
008730             DELIMITED BY SIZE INTO REPORT-LINE
008740         WRITE REPORT-LINE
008750     ELSE
008760         MOVE CLOSING-DIFFERENCE TO STAT-DIFFERENCE-EDIT
008770         STRING '*** DIFERENCA NA CONCILIACAO = '
008780                                       DELIMITED BY SIZE
008790                STAT-DIFFERENCE-EDIT   DELIMITED BY SIZE
008800                ' ***'                 DELIMITED BY SIZE
008810             INTO REPORT-LINE
008820         WRITE REPORT-LINE
008830         DISPLAY '*** CUSTSTAT - DIFERENCA NA CONCILIACAO = '
008840                 STAT-DIFFERENCE-EDIT ' - VER CUSTSTRP ***'
008850         MOVE 8 TO RETURN-CODE
008860     END-IF
008870     .
008880 4000-WRITE-GRAND-TOTAL-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910*    9000-TERMINATE
008920*----------------------------------------------------------------
008930 9000-TERMINATE.
008940     IF MASTER-FILE-AVAILABLE
008950         CLOSE CUSTOMER-MASTER-FILE
008960         CLOSE STATISTICS-FILE
008970         IF HISTORY-FILE-AVAILABLE
008980             CLOSE CUSTOMER-HISTORY-FILE
008990         END-IF
009000     END-IF
009010     CLOSE REPORT-FILE
009020     .
009030 9000-TERMINATE-EXIT.
009040     EXIT.
