000240*                     ANY OVER-AGE REJECT ENDS THE JOB WITH
000250*                     RETURN-CODE 8 - A REJECT THAT MISSED ITS
000260*                     REPAIR WINDOW USED TO JUST EVAPORATE.
000261*    10/15/2026 MYN   TOTAL FOR REASON CP (CEP NOT ON THE
000262*                     POSTAL-CODE FILE OR CITY/UF DO NOT MATCH).
000263*    10/15/2026 MYN   ADD THE RESOLVED-REJECTS SECTION FROM THE
000264*                     CUSTRSLV LOG (SEE CUSTRVCP) - TODAY'S
000265*                     CORRECTED AND ABANDONED REJECTS, RUNNING
000266*                     TOTALS, AND PENDING PLUS RESOLVED SO EVERY
000267*                     REJECT EVER QUEUED IS ACCOUNTED FOR.  THE
000268*                     RETURN CODE STILL COMES FROM THE QUEUE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000350     SELECT REPORT-FILE ASSIGN TO "REJAGERP"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS REPORT-FILE-STATUS.
000372     SELECT RESOLVED-REJECT-FILE ASSIGN TO "CUSTRSLV"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS CUSTRSLV-FILE-STATUS.
000380*----------------------------------------------------------------
000390 DATA DIVISION.
000400 FILE SECTION.
000450 FD  REPORT-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  REPORT-LINE                         PIC X(80).
000472*
000474 FD  RESOLVED-REJECT-FILE
000476     LABEL RECORDS ARE STANDARD.
000478     COPY CUSTRVCP.
000480*----------------------------------------------------------------
000490 WORKING-STORAGE SECTION.
000500 COPY TIMESTMP.
000510*
000520 77  CUSTREJT-FILE-STATUS                PIC X(02) VALUE SPACES.
000530 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000535 77  CUSTRSLV-FILE-STATUS                PIC X(02) VALUE SPACES.
000540 77  END-OF-REJECT-SWITCH                PIC X(01) VALUE "N".
000550     88  END-OF-REJECT-FILE                   VALUE "S".
000560     88  NOT-END-OF-REJECT-FILE               VALUE "N".
000570 77  REJECT-AVAILABLE-SWITCH             PIC X(01) VALUE "Y".
000580     88  REJECT-FILE-AVAILABLE                VALUE "Y".
000590     88  REJECT-FILE-NOT-AVAILABLE            VALUE "N".
000591 77  END-OF-RESOLVED-SWITCH              PIC X(01) VALUE "N".
000592     88  END-OF-RESOLVED-FILE                 VALUE "S".
000593     88  NOT-END-OF-RESOLVED-FILE             VALUE "N".
000594 77  RESOLVED-AVAILABLE-SWITCH           PIC X(01) VALUE "Y".
000595     88  RESOLVED-FILE-AVAILABLE              VALUE "Y".
000596     88  RESOLVED-FILE-NOT-AVAILABLE          VALUE "N".
000597 77  RESOLVED-DISPOSITION                PIC X(04) VALUE SPACES.
000600 77  AGE-LIMIT-DAYS                      PIC 9(04) COMP
000610                                          VALUE 7.
000620 77  AGE-LIMIT-PARM                      PIC X(04) VALUE SPACES.
000720                                          VALUE ZERO.
000730 77  REJECTS-OVERAGE-COUNT               PIC 9(05) COMP
000740                                          VALUE ZERO.
000743 77  REJECTS-ACCOUNTED-COUNT             PIC 9(05) COMP
000746                                          VALUE ZERO.
000750 77  REASON-ID-COUNT                     PIC 9(05) COMP
000760                                          VALUE ZERO.
000770 77  REASON-NM-COUNT                     PIC 9(05) COMP
000800                                          VALUE ZERO.
000810 77  REASON-DN-COUNT                     PIC 9(05) COMP
000820                                          VALUE ZERO.
000823 77  REASON-CP-COUNT                     PIC 9(05) COMP
000826                                          VALUE ZERO.
000830 77  REASON-OTHER-COUNT                  PIC 9(05) COMP
000831                                          VALUE ZERO.
000832 77  RESOLVED-TODAY-CORR-COUNT           PIC 9(05) COMP
000833                                          VALUE ZERO.
000834 77  RESOLVED-TODAY-ABAN-COUNT           PIC 9(05) COMP
000835                                          VALUE ZERO.
000836 77  RESOLVED-CORRECTED-COUNT            PIC 9(05) COMP
000837                                          VALUE ZERO.
000838 77  RESOLVED-ABANDONED-COUNT            PIC 9(05) COMP
000840                                          VALUE ZERO.
000850 77  REJECTS-COUNT-EDIT                  PIC ZZZZ9 VALUE ZEROS.
000860*----------------------------------------------------------------
001000     END-IF
001010     PERFORM 3000-WRITE-SUMMARY
001020         THRU 3000-WRITE-SUMMARY-EXIT
001023     PERFORM 4000-REPORT-RESOLVED-REJECTS
001026         THRU 4000-REPORT-RESOLVED-REJECTS-EXIT
001030     PERFORM 9000-TERMINATE
001040         THRU 9000-TERMINATE-EXIT
001050     GOBACK.
001060*----------------------------------------------------------------
001070*    1000-INITIALIZE
001080*    AN ABSENT QUEUE JUST MEANS NOTHING IS PENDING - THE REPORT
001090*    STILL PRINTS ITS EXPLICIT ZEROS.  AN ABSENT RESOLVED-REJECTS
001093*    LOG MEANS NO REJECT HAS YET LEFT THE QUEUE - NONE REPAIRED
001096*    OR ABANDONED AT THE SCREEN, NONE REPROCESSED.
001100*----------------------------------------------------------------
001110 1000-INITIALIZE.
001120     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001180     OPEN INPUT CUSTOMER-REJECT-FILE
001190     IF CUSTREJT-FILE-STATUS NOT = "00"
001200         SET REJECT-FILE-NOT-AVAILABLE TO TRUE
001202     END-IF
001204     OPEN INPUT RESOLVED-REJECT-FILE
001206     IF CUSTRSLV-FILE-STATUS NOT = "00"
001208         SET RESOLVED-FILE-NOT-AVAILABLE TO TRUE
001210     END-IF
001220     PERFORM 1200-WRITE-REPORT-HEADINGS
001230         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
002810             ADD 1 TO REASON-DI-COUNT
002820         WHEN "DN"
002830             ADD 1 TO REASON-DN-COUNT
002833         WHEN "CP"
002836             ADD 1 TO REASON-CP-COUNT
002840         WHEN OTHER
002850             ADD 1 TO REASON-OTHER-COUNT
002860     END-EVALUATE
003510            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
003520         INTO REPORT-LINE
003530     WRITE REPORT-LINE
003531     MOVE REASON-CP-COUNT TO REJECTS-COUNT-EDIT
003532     MOVE SPACES TO REPORT-LINE
003533     STRING 'MOTIVO CP (CEP/CIDADE/UF) = ' DELIMITED BY SIZE
003534            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
003535         INTO REPORT-LINE
003536     WRITE REPORT-LINE
003540     IF REASON-OTHER-COUNT > ZERO
003550         MOVE REASON-OTHER-COUNT TO REJECTS-COUNT-EDIT
003560         MOVE SPACES TO REPORT-LINE
003730 3000-WRITE-SUMMARY-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    4000-REPORT-RESOLVED-REJECTS
003770*    REJECTS TAKEN OFF THE QUEUE - CORRECTED OR ABANDONED AT THE
003780*    REJREPR SCREEN, OR LOADED CLEAN BY A TESTECOB REPROCESS RUN
003790*    (BOTH LOG TO CUSTRSLV).  TODAY'S ARE LISTED ONE BY ONE (AN
003800*    ABANDONED ONE WITH ITS REASON); THE WHOLE LOG FEEDS THE
003810*    RUNNING TOTALS, SO PENDING PLUS RESOLVED ACCOUNTS FOR EVERY
003820*    REJECT THE INTAKE EVER QUEUED.
003830*----------------------------------------------------------------
003840 4000-REPORT-RESOLVED-REJECTS.
003850     PERFORM 4100-WRITE-RESOLVED-HEADINGS
003860         THRU 4100-WRITE-RESOLVED-HEADINGS-EXIT
003870     IF RESOLVED-FILE-AVAILABLE
003880         PERFORM 4200-GET-NEXT-RESOLVED-RECORD
003890             THRU 4200-GET-NEXT-RESOLVED-RECORD-EXIT
003900         PERFORM 4300-TALLY-ONE-RESOLVED
003910             THRU 4300-TALLY-ONE-RESOLVED-EXIT
003920             UNTIL END-OF-RESOLVED-FILE
003930     END-IF
003940     PERFORM 4500-WRITE-RESOLVED-SUMMARY
003950         THRU 4500-WRITE-RESOLVED-SUMMARY-EXIT
003960     .
003970 4000-REPORT-RESOLVED-REJECTS-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    4100-WRITE-RESOLVED-HEADINGS
004010*----------------------------------------------------------------
004020 4100-WRITE-RESOLVED-HEADINGS.
004030     MOVE SPACES TO REPORT-LINE
004040     WRITE REPORT-LINE
004050     MOVE SPACES TO REPORT-LINE
004060     STRING 'REJEITADOS RESOLVIDOS HOJE (REJREPR/REPROCESSO) - '
004070                 DELIMITED BY SIZE
004080            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
004090            '/'                     DELIMITED BY SIZE
004100            800-CURRENT-DATE-MM     DELIMITED BY SIZE
004110            '/'                     DELIMITED BY SIZE
004120            800-CURRENT-DATE-DD     DELIMITED BY SIZE
004130         INTO REPORT-LINE
004140     WRITE REPORT-LINE
004150     MOVE SPACES TO REPORT-LINE
004160     STRING 'CLIENTE  NOME                            MOT  '
004170            'REJEITADO   IDADE  DISP  OPERADOR'
004180         DELIMITED BY SIZE INTO REPORT-LINE
004190     WRITE REPORT-LINE
004200     MOVE SPACES TO REPORT-LINE
004210     STRING '-------  ------------------------------  ---  '
004220            '----------  -----  ----  --------'
004230         DELIMITED BY SIZE INTO REPORT-LINE
004240     WRITE REPORT-LINE
004250     .
004260 4100-WRITE-RESOLVED-HEADINGS-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290*    4200-GET-NEXT-RESOLVED-RECORD
004300*    THE SAME BLANK-LINE GUARD AS 2100.
004310*----------------------------------------------------------------
004320 4200-GET-NEXT-RESOLVED-RECORD.
004330     PERFORM 4210-READ-RESOLVED-RECORD
004340         THRU 4210-READ-RESOLVED-RECORD-EXIT
004350     PERFORM 4210-READ-RESOLVED-RECORD
004360         THRU 4210-READ-RESOLVED-RECORD-EXIT
004370         UNTIL END-OF-RESOLVED-FILE
004380         OR RESOLVED-REJECT-RECORD NOT = SPACES
004390     .
004400 4200-GET-NEXT-RESOLVED-RECORD-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430*    4210-READ-RESOLVED-RECORD
004440*----------------------------------------------------------------
004450 4210-READ-RESOLVED-RECORD.
004460     READ RESOLVED-REJECT-FILE
004470         AT END
004480             SET END-OF-RESOLVED-FILE TO TRUE
004490     END-READ
004500     .
004510 4210-READ-RESOLVED-RECORD-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    4300-TALLY-ONE-RESOLVED
004550*----------------------------------------------------------------
004560 4300-TALLY-ONE-RESOLVED.
004570     IF RV-REJECT-CORRECTED
004580         ADD 1 TO RESOLVED-CORRECTED-COUNT
004590         MOVE 'CORR' TO RESOLVED-DISPOSITION
004600     ELSE
004610         ADD 1 TO RESOLVED-ABANDONED-COUNT
004620         MOVE 'ABAN' TO RESOLVED-DISPOSITION
004630     END-IF
004640     IF RV-RESOLVED-DATE = 800-CURRENT-DATE(1:8)
004650         IF RV-REJECT-CORRECTED
004660             ADD 1 TO RESOLVED-TODAY-CORR-COUNT
004670         ELSE
004680             ADD 1 TO RESOLVED-TODAY-ABAN-COUNT
004690         END-IF
004700         PERFORM 4400-WRITE-RESOLVED-LINE
004710             THRU 4400-WRITE-RESOLVED-LINE-EXIT
004720     END-IF
004730     PERFORM 4200-GET-NEXT-RESOLVED-RECORD
004740         THRU 4200-GET-NEXT-RESOLVED-RECORD-EXIT
004750     .
004760 4300-TALLY-ONE-RESOLVED-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790*    4400-WRITE-RESOLVED-LINE
004800*    THE REJECT AS IT STOOD ON THE QUEUE, ITS AGE WHEN RESOLVED
004810*    AND THE OPERATOR WHO RESOLVED IT.
004820*----------------------------------------------------------------
004830 4400-WRITE-RESOLVED-LINE.
004840     MOVE RV-AGE-DAYS TO AGE-DAYS-EDIT
004850     MOVE SPACES TO REPORT-LINE
004860     STRING RV-CUSTOMER-ID          DELIMITED BY SIZE
004870            '   '                   DELIMITED BY SIZE
004880            RV-CUSTOMER-NAME        DELIMITED BY SIZE
004890            '  '                    DELIMITED BY SIZE
004900            RV-REJECT-REASON        DELIMITED BY SIZE
004910            '   '                   DELIMITED BY SIZE
004920            RV-REJECT-DATE(1:4)     DELIMITED BY SIZE
004930            '/'                     DELIMITED BY SIZE
004940            RV-REJECT-DATE(5:2)     DELIMITED BY SIZE
004950            '/'                     DELIMITED BY SIZE
004960            RV-REJECT-DATE(7:2)     DELIMITED BY SIZE
004970            '  '                    DELIMITED BY SIZE
004980            AGE-DAYS-EDIT           DELIMITED BY SIZE
004990            '  '                    DELIMITED BY SIZE
005000            RESOLVED-DISPOSITION    DELIMITED BY SIZE
005010            '  '                    DELIMITED BY SIZE
005020            RV-RESOLVED-BY          DELIMITED BY SIZE
005030         INTO REPORT-LINE
005040     WRITE REPORT-LINE
005050     IF RV-REJECT-CORRECTED
005060         MOVE SPACES TO REPORT-LINE
005070         STRING '         CADASTRADO COMO CLIENTE '
005080                                       DELIMITED BY SIZE
005090                RV-APPLIED-CUSTOMER-ID DELIMITED BY SIZE
005100             INTO REPORT-LINE
005110         WRITE REPORT-LINE
005120     ELSE
005130         MOVE SPACES TO REPORT-LINE
005140         STRING '         MOTIVO DO ABANDONO: '
005150                                       DELIMITED BY SIZE
005160                RV-ABANDON-REASON      DELIMITED BY SIZE
005170             INTO REPORT-LINE
005180         WRITE REPORT-LINE
005190     END-IF
005200     .
005210 4400-WRITE-RESOLVED-LINE-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240*    4500-WRITE-RESOLVED-SUMMARY
005250*----------------------------------------------------------------
005260 4500-WRITE-RESOLVED-SUMMARY.
005270     MOVE RESOLVED-TODAY-CORR-COUNT TO REJECTS-COUNT-EDIT
005280     MOVE SPACES TO REPORT-LINE
005290     STRING 'CORRIGIDOS HOJE           = ' DELIMITED BY SIZE
005300            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
005310         INTO REPORT-LINE
005320     WRITE REPORT-LINE
005330     MOVE RESOLVED-TODAY-ABAN-COUNT TO REJECTS-COUNT-EDIT
005340     MOVE SPACES TO REPORT-LINE
005350     STRING 'ABANDONADOS HOJE          = ' DELIMITED BY SIZE
005360            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
005370         INTO REPORT-LINE
005380     WRITE REPORT-LINE
005390     MOVE RESOLVED-CORRECTED-COUNT TO REJECTS-COUNT-EDIT
005400     MOVE SPACES TO REPORT-LINE
005410     STRING 'CORRIGIDOS (ACUMULADO)    = ' DELIMITED BY SIZE
005420            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
005430         INTO REPORT-LINE
005440     WRITE REPORT-LINE
005450     MOVE RESOLVED-ABANDONED-COUNT TO REJECTS-COUNT-EDIT
005460     MOVE SPACES TO REPORT-LINE
005470     STRING 'ABANDONADOS (ACUMULADO)   = ' DELIMITED BY SIZE
005480            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
005490         INTO REPORT-LINE
005500     WRITE REPORT-LINE
005510     COMPUTE REJECTS-ACCOUNTED-COUNT = REJECTS-TOTAL-COUNT
005520         + RESOLVED-CORRECTED-COUNT + RESOLVED-ABANDONED-COUNT
005530     MOVE REJECTS-ACCOUNTED-COUNT TO REJECTS-COUNT-EDIT
005540     MOVE SPACES TO REPORT-LINE
005550     STRING 'TOTAL CONTABILIZADO       = ' DELIMITED BY SIZE
005560            REJECTS-COUNT-EDIT            DELIMITED BY SIZE
005570            ' (PENDENTES + RESOLVIDOS)'   DELIMITED BY SIZE
005580         INTO REPORT-LINE
005590     WRITE REPORT-LINE
005600     .
005610 4500-WRITE-RESOLVED-SUMMARY-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640*    9000-TERMINATE
005650*----------------------------------------------------------------
005660 9000-TERMINATE.
005670     IF REJECT-FILE-AVAILABLE
005680         CLOSE CUSTOMER-REJECT-FILE
005690     END-IF
005700     IF RESOLVED-FILE-AVAILABLE
005710         CLOSE RESOLVED-REJECT-FILE
005720     END-IF
005730     CLOSE REPORT-FILE
005740     .
005750 9000-TERMINATE-EXIT.
005760     EXIT.
