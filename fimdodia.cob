000320*                     CHANGE RESUMES MID-STREAM EXACTLY AS IT
000330*                     DID - ONLY A FRESH WINDOW STARTS WITH THE
000340*                     VERIFY STEP.
000341*    10/15/2026 MYN   NEW STEP "MAINT" (TESTECOB-MAINT-MODE) RIGHT
000342*                     AFTER THE INTAKE.
000343*    10/15/2026 MYN   TABLE-DRIVEN STREAMS FROM THE JOBSTEPS FILE
000344*                     (SEE JOBSTPCP) OR THE BUILT-IN TABLE (SEE
000345*                     JOBSTDCP), PICKED BY FIMDODIA-STREAM, WITH
000346*                     -START-STEP/-SKIP-STEP OVERRIDES.
000347*    10/15/2026 MYN   NEW DAILY STEP "BALANCE" (CUSTBAL).
000348*    10/15/2026 MYN   STEP ENVIRONMENT SETTINGS ARE PUT BACK AS
000349*                     THEY WERE WHEN THE STEP ENDS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CK-KEY
000440         FILE STATUS IS CHKPT-FILE-STATUS.
000442     SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEPS"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS JOBSTEPS-FILE-STATUS.
000450*----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CHECKPOINT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CHKPTCP.
000501*    READ INTO JOB-STEP-RECORD IN WORKING-STORAGE, WHICH ALSO
000502*    HOLDS THE BUILT-IN STEPS WHEN THERE IS NO JOBSTEPS FILE.
000503 FD  JOB-STEP-FILE
000504     LABEL RECORDS ARE STANDARD.
000505 01  JOB-STEP-LINE                       PIC X(108).
000510*----------------------------------------------------------------
000520 WORKING-STORAGE SECTION.
000530 COPY TIMESTMP.
000533 COPY JOBSTPCP.
000536 COPY JOBSTDCP.
000540*
000550 77  CHKPT-FILE-STATUS                   PIC X(02) VALUE SPACES.
000551 77  JOBSTEPS-FILE-STATUS                PIC X(02) VALUE SPACES.
000552*    THE DAILY STREAM KEEPS THE OLD JOB NAME AS ITS CHECKPOINT
000553*    KEY; ANY OTHER STREAM CHECKPOINTS UNDER ITS OWN NAME.
000554 77  CHECKPOINT-JOB-NAME                 PIC X(08) VALUE SPACES.
000555 77  STREAM-NAME                         PIC X(08) VALUE SPACES.
000556 77  START-STEP-PARM                     PIC X(08) VALUE SPACES.
000557 77  SKIP-STEP-PARM                      PIC X(08) VALUE SPACES.
000558 77  SEARCH-STEP-NAME                    PIC X(08) VALUE SPACES.
000560 77  JOB-NAME-CONSTANT                   PIC X(08)
000570                                          VALUE "FIMDODIA".
000580 77  CHECKPOINT-EXISTS-SWITCH            PIC X(01) VALUE "N".
000590     88  CHECKPOINT-RECORD-EXISTS             VALUE "S".
000600     88  CHECKPOINT-RECORD-ABSENT             VALUE "N".
000601 77  END-OF-STEPS-SWITCH                 PIC X(01) VALUE "N".
000602     88  END-OF-STEP-FILE                     VALUE "S".
000603     88  NOT-END-OF-STEP-FILE                 VALUE "N".
000604 77  STEP-TABLE-SWITCH                   PIC X(01) VALUE "S".
000605     88  STEP-TABLE-IS-VALID                  VALUE "S".
000606     88  STEP-TABLE-NOT-VALID                 VALUE "N".
000610 77  STREAM-COMPLETE-SWITCH              PIC X(01) VALUE "N".
000620     88  STREAM-ALREADY-COMPLETE              VALUE "S".
000630     88  STREAM-NOT-COMPLETE                  VALUE "N".
000631 77  CHECK-SUB                           PIC 9(03) COMP
000632                                         VALUE ZERO.
000633 77  DEFAULT-SUB                         PIC 9(03) COMP
000634                                         VALUE ZERO.
000635 77  ENV-SUB                             PIC 9(03) COMP
000636                                         VALUE ZERO.
000637 77  STEP-COUNT                          PIC 9(03) COMP
000638                                         VALUE ZERO.
000640 77  STREAM-FAILED-SWITCH                PIC X(01) VALUE "N".
000650     88  STREAM-HAS-FAILED                    VALUE "S".
000660     88  STREAM-NOT-FAILED                    VALUE "N".
000661 77  STREAM-WARNING-SWITCH               PIC X(01) VALUE "N".
000662     88  STREAM-HAS-WARNING                   VALUE "S".
000663     88  STREAM-NO-WARNING                    VALUE "N".
000664 77  PROGRAM-FOUND-SWITCH                PIC X(01) VALUE "S".
000665     88  PROGRAM-WAS-FOUND                    VALUE "S".
000666     88  PROGRAM-NOT-FOUND                    VALUE "N".
000670 77  LAST-COMPLETED-STEP                 PIC X(08) VALUE SPACES.
000671 77  STEP-LIMIT                          PIC 9(03) COMP
000672                                         VALUE 30.
000673 77  DEFAULT-STEP-COUNT                  PIC 9(03) COMP
000674                                         VALUE 17.
000675*    WHAT EACH OF THE STEP'S ENVIRONMENT SETTINGS HELD BEFORE THE
000676*    STEP - PUT BACK WHEN IT ENDS.
000677 01  SAVED-ENVIRONMENT-TABLE.
000678     05  SAVED-ENV-VALUE                 PIC X(40)
000679                                         OCCURS 2 TIMES.
000680 77  FAILED-STEP-NAME                    PIC X(08) VALUE SPACES.
000681 77  STEP-RETURN-CODE                    PIC S9(04) COMP
000682                                         VALUE ZERO.
000683 77  STEP-RC-EDIT                        PIC -ZZ9.
000684 77  STEP-SUB                            PIC 9(03) COMP
000685                                         VALUE ZERO.
000686 77  START-SUB                           PIC 9(03) COMP
000687                                         VALUE ZERO.
000688 77  FOUND-STEP-SUB                      PIC 9(03) COMP
000689                                         VALUE ZERO.
000690*    THE WINDOW IS FIXED AT INITIALIZE TIME SO A STREAM THAT
000700*    CROSSES MIDNIGHT KEEPS CHECKPOINTING UNDER THE WINDOW IT
000710*    STARTED IN.
000720 77  BATCH-WINDOW-SAVE                   PIC X(08) VALUE SPACES.
000721*    THE STEPS OF THE STREAM BEING RUN, IN RUN ORDER.
000722 01  STREAM-STEP-TABLE.
000723     05  STREAM-STEP-ENTRY               OCCURS 30 TIMES.
000724         10  FILLER                      PIC X(08).
000725         10  TS-STEP-NAME                PIC X(08).
000726         10  FILLER                      PIC X(92).
000730*----------------------------------------------------------------
000740 PROCEDURE DIVISION.
000750*----------------------------------------------------------------
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE
000800         THRU 1000-INITIALIZE-EXIT
000801     EVALUATE TRUE
000802         WHEN STEP-TABLE-NOT-VALID
000803             DISPLAY '*** FIMDODIA - STREAM ' STREAM-NAME
000804                     ' NAO EXECUTADO - CORRIJA E REPITA ***'
000805             MOVE 16 TO RETURN-CODE
000810         WHEN STREAM-ALREADY-COMPLETE
000820             DISPLAY '*** FIMDODIA SKIPPED - STREAM JA COMPLETOU '
000830                     'NESTA JANELA DE PROCESSAMENTO ***'
000840         WHEN OTHER
000850             PERFORM 2000-RUN-STREAM
000860                 THRU 2000-RUN-STREAM-EXIT
000870     END-EVALUATE
000880     GOBACK.
000890*----------------------------------------------------------------
000900*    1000-INITIALIZE
000910*----------------------------------------------------------------
000920 1000-INITIALIZE.
000930     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
000931     SET STREAM-NOT-COMPLETE TO TRUE
000932     SET STREAM-NOT-FAILED TO TRUE
000933     SET STREAM-NO-WARNING TO TRUE
000934     SET STEP-TABLE-IS-VALID TO TRUE
000935     MOVE SPACES TO LAST-COMPLETED-STEP
000936                    FAILED-STEP-NAME
000937     MOVE ZERO TO STEP-COUNT
000938     PERFORM 1050-ACCEPT-STREAM-PARMS
000939         THRU 1050-ACCEPT-STREAM-PARMS-EXIT
000940     PERFORM 1200-CHECK-RESTART
000950         THRU 1200-CHECK-RESTART-EXIT
000951     PERFORM 1300-LOAD-STEP-TABLE
000952         THRU 1300-LOAD-STEP-TABLE-EXIT
000953     IF STEP-TABLE-IS-VALID
000954         PERFORM 1400-SET-START-STEP
000955             THRU 1400-SET-START-STEP-EXIT
000956     END-IF
000960     .
000970 1000-INITIALIZE-EXIT.
000980     EXIT.
001140*----------------------------------------------------------------
001150*    1200-CHECK-RESTART
001160*    THE BATCH WINDOW IS TODAY'S RUN DATE, THE SAME WINDOW
001170*    CURSO-PROG3 CHECKPOINTS UNDER, AND THE KEY CARRIES THE
001173*    STREAM'S CHECKPOINT JOB NAME.
001176*    CK-STEP-NAME HOLDS THE LAST
001180*    STEP THAT COMPLETED - A RERUN PICKS UP RIGHT AFTER IT.
001190*    THE CHECKPOINT FILE IS CLOSED AGAIN BEFORE ANY STEP RUNS -
001200*    CURSO-PROG3 OPENS THE SAME FILE ITSELF, AND TWO CONNECTORS
001260         THRU 1100-OPEN-CHECKPOINT-FILE-EXIT
001270     SET CHECKPOINT-RECORD-ABSENT TO TRUE
001280     MOVE SPACES TO CHECKPOINT-RECORD
001290     MOVE CHECKPOINT-JOB-NAME TO CK-JOB-NAME
001300     STRING 800-CURRENT-DATE-YYYY
001310            800-CURRENT-DATE-MM
001320            800-CURRENT-DATE-DD
001510     EXIT.
001520*----------------------------------------------------------------
001530*    2000-RUN-STREAM
001540*    RUNS THE STEPS FROM THE START STEP ON, IN TABLE ORDER,
001550*    UNTIL THE LAST ONE OR THE FIRST STOP-ON-FAILURE STEP THAT
001560*    FAILS.  A STEP ENDED BY WARN STILL LETS THE STREAM REACH
001565*    "COMPLETE", BUT THE JOB ENDS WITH RETURN-CODE 8.
001570*----------------------------------------------------------------
001580 2000-RUN-STREAM.
001590     PERFORM 2100-RUN-ONE-STEP
001600         THRU 2100-RUN-ONE-STEP-EXIT
001610         VARYING STEP-SUB FROM START-SUB BY 1
001620         UNTIL STEP-SUB > STEP-COUNT
001630            OR STREAM-HAS-FAILED
001640     IF STREAM-HAS-FAILED
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 2000-RUN-STREAM-EXIT
001670     END-IF
001680     MOVE "COMPLETE" TO LAST-COMPLETED-STEP
001690     PERFORM 5000-WRITE-CHECKPOINT
001700         THRU 5000-WRITE-CHECKPOINT-EXIT
001710     IF STREAM-HAS-WARNING
001720         DISPLAY 'FIMDODIA - STREAM COMPLETO COM AVISOS'
001730         MOVE 8 TO RETURN-CODE
001740     ELSE
001790         DISPLAY 'FIMDODIA - STREAM COMPLETO'
001795         MOVE ZERO TO RETURN-CODE
001800     END-IF
001810     .
001820 2000-RUN-STREAM-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850*    2100-RUN-ONE-STEP
001860*    A STEP THAT KEEPS ITS OWN CHECKPOINT (CURSO-PROG3) MAY SKIP
001870*    ITSELF WITH RETURN-CODE ZERO AND THE STREAM SIMPLY MOVES
001880*    ON.  A PROGRAM THAT CANNOT BE LOADED FAILS WITH RC 16.
001890*----------------------------------------------------------------
001900 2100-RUN-ONE-STEP.
001910     MOVE STREAM-STEP-ENTRY (STEP-SUB) TO JOB-STEP-RECORD
001920     IF JS-STEP-NAME = SKIP-STEP-PARM
001930         DISPLAY 'FIMDODIA - ETAPA ' JS-STEP-NAME
001940                 ' PULADA A PEDIDO DO OPERADOR'
001950         MOVE JS-STEP-NAME TO LAST-COMPLETED-STEP
001960         PERFORM 5000-WRITE-CHECKPOINT
001970             THRU 5000-WRITE-CHECKPOINT-EXIT
001980         GO TO 2100-RUN-ONE-STEP-EXIT
001990     END-IF
002000     DISPLAY 'FIMDODIA - ETAPA ' JS-STEP-NAME
002010             ' PROGRAMA ' JS-PROGRAM-NAME
002020     PERFORM 2200-SET-STEP-ENVIRONMENT
002030         THRU 2200-SET-STEP-ENVIRONMENT-EXIT
002040         VARYING ENV-SUB FROM 1 BY 1
002050         UNTIL ENV-SUB > 2
002060     SET PROGRAM-WAS-FOUND TO TRUE
002070     MOVE ZERO TO RETURN-CODE
002080     CALL JS-PROGRAM-NAME
002090         ON EXCEPTION
002100             SET PROGRAM-NOT-FOUND TO TRUE
002110     END-CALL
002120     IF PROGRAM-NOT-FOUND
002130         DISPLAY '*** FIMDODIA - PROGRAMA ' JS-PROGRAM-NAME
002140                 ' NAO ENCONTRADO ***'
002150         MOVE 16 TO STEP-RETURN-CODE
002160     ELSE
002170         MOVE RETURN-CODE TO STEP-RETURN-CODE
002180     END-IF
002190     PERFORM 2300-RESTORE-STEP-ENVIRONMENT
002200         THRU 2300-RESTORE-STEP-ENVIRONMENT-EXIT
002210         VARYING ENV-SUB FROM 1 BY 1
002220         UNTIL ENV-SUB > 2
002230     IF STEP-RETURN-CODE NOT > JS-MAX-RETURN-CODE
002240         MOVE JS-STEP-NAME TO LAST-COMPLETED-STEP
002250         PERFORM 5000-WRITE-CHECKPOINT
002260             THRU 5000-WRITE-CHECKPOINT-EXIT
002270         GO TO 2100-RUN-ONE-STEP-EXIT
002280     END-IF
002290     MOVE STEP-RETURN-CODE TO STEP-RC-EDIT
002300     EVALUATE TRUE
002310         WHEN JS-FAIL-WARN
002320             DISPLAY '*** FIMDODIA - ETAPA ' JS-STEP-NAME
002330                     ' TERMINOU COM RC ' STEP-RC-EDIT
002340                     ' - STREAM CONTINUA ***'
002350             SET STREAM-HAS-WARNING TO TRUE
002360             MOVE JS-STEP-NAME TO LAST-COMPLETED-STEP
002370             PERFORM 5000-WRITE-CHECKPOINT
002380                 THRU 5000-WRITE-CHECKPOINT-EXIT
002390         WHEN JS-FAIL-SKIP
002400             DISPLAY 'FIMDODIA - ETAPA ' JS-STEP-NAME
002410                     ' TERMINOU COM RC ' STEP-RC-EDIT
002420                     ' - IGNORADO'
002430             MOVE JS-STEP-NAME TO LAST-COMPLETED-STEP
002440             PERFORM 5000-WRITE-CHECKPOINT
002450                 THRU 5000-WRITE-CHECKPOINT-EXIT
002460         WHEN OTHER
002470             DISPLAY '*** FIMDODIA - ETAPA ' JS-STEP-NAME
002480                     ' TERMINOU COM RC ' STEP-RC-EDIT ' ***'
002490             MOVE JS-STEP-NAME TO FAILED-STEP-NAME
002500             PERFORM 2900-STEP-FAILED
002510                 THRU 2900-STEP-FAILED-EXIT
002520     END-EVALUATE
002530     .
002540 2100-RUN-ONE-STEP-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730*    2900-STEP-FAILED
002940     PERFORM 1100-OPEN-CHECKPOINT-FILE
002950         THRU 1100-OPEN-CHECKPOINT-FILE-EXIT
002960     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
002970     MOVE CHECKPOINT-JOB-NAME          TO CK-JOB-NAME
002980     MOVE BATCH-WINDOW-SAVE            TO CK-BATCH-WINDOW
002990     MOVE LAST-COMPLETED-STEP          TO CK-STEP-NAME
003000     MOVE 800-CURRENT-DATE-YYYY        TO CK-STEP-YYYY
003200     .
003210 5000-WRITE-CHECKPOINT-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240*    1050-ACCEPT-STREAM-PARMS
003250*    FIMDODIA-STREAM NAMES THE STREAM (DAILY WHEN NOT SET).
003260*    FIMDODIA-START-STEP AND FIMDODIA-SKIP-STEP ARE THE
003270*    OPERATOR'S ONE-NIGHT OVERRIDES - LEFT UNSET, THE CHECKPOINT
003280*    ALONE DECIDES WHERE THE STREAM STARTS.
003290*----------------------------------------------------------------
003300 1050-ACCEPT-STREAM-PARMS.
003310     MOVE SPACES TO STREAM-NAME
003320                    START-STEP-PARM
003330                    SKIP-STEP-PARM
003340     ACCEPT STREAM-NAME FROM ENVIRONMENT "FIMDODIA-STREAM"
003350     ACCEPT START-STEP-PARM FROM ENVIRONMENT
003360         "FIMDODIA-START-STEP"
003370     ACCEPT SKIP-STEP-PARM FROM ENVIRONMENT
003380         "FIMDODIA-SKIP-STEP"
003390     INSPECT STREAM-NAME CONVERTING
003400         "abcdefghijklmnopqrstuvwxyz" TO
003410         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003420     INSPECT START-STEP-PARM CONVERTING
003430         "abcdefghijklmnopqrstuvwxyz" TO
003440         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003450     INSPECT SKIP-STEP-PARM CONVERTING
003460         "abcdefghijklmnopqrstuvwxyz" TO
003470         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003480     IF STREAM-NAME = SPACES
003490         MOVE "DAILY" TO STREAM-NAME
003500     END-IF
003510     IF STREAM-NAME = "DAILY"
003520         MOVE JOB-NAME-CONSTANT TO CHECKPOINT-JOB-NAME
003530     ELSE
003540         MOVE STREAM-NAME TO CHECKPOINT-JOB-NAME
003550     END-IF
003560     DISPLAY 'FIMDODIA - STREAM ' STREAM-NAME
003570     .
003580 1050-ACCEPT-STREAM-PARMS-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610*    1300-LOAD-STEP-TABLE
003620*    PICKS THIS STREAM'S STEPS OUT OF JOBSTEPS, OR OUT OF THE
003630*    BUILT-IN TABLE WHEN THE FILE DOES NOT EXIST.  A BAD STEP
003640*    LINE STOPS THE WHOLE STREAM BEFORE ANYTHING RUNS - A
003650*    HALF-LOADED STREAM WOULD SKIP STEPS WITHOUT SAYING SO.
003660*----------------------------------------------------------------
003670 1300-LOAD-STEP-TABLE.
003680     SET NOT-END-OF-STEP-FILE TO TRUE
003690     OPEN INPUT JOB-STEP-FILE
003700     IF JOBSTEPS-FILE-STATUS = "00"
003710         PERFORM 1310-READ-STEP-FILE
003720             THRU 1310-READ-STEP-FILE-EXIT
003730             UNTIL END-OF-STEP-FILE
003740         CLOSE JOB-STEP-FILE
003750     ELSE
003760         DISPLAY 'FIMDODIA - ARQUIVO JOBSTEPS NAO ENCONTRADO - '
003770                 'USANDO AS ETAPAS PADRAO'
003780         PERFORM 1320-LOAD-DEFAULT-STEP
003790             THRU 1320-LOAD-DEFAULT-STEP-EXIT
003800             VARYING DEFAULT-SUB FROM 1 BY 1
003810             UNTIL DEFAULT-SUB > DEFAULT-STEP-COUNT
003820     END-IF
003830     IF STEP-TABLE-IS-VALID
003840             AND STEP-COUNT = ZERO
003850         DISPLAY '*** FIMDODIA - STREAM ' STREAM-NAME
003860                 ' SEM ETAPAS DEFINIDAS ***'
003870         SET STEP-TABLE-NOT-VALID TO TRUE
003880     END-IF
003890     .
003900 1300-LOAD-STEP-TABLE-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930*    1310-READ-STEP-FILE
003940*    BLANK LINES ARE ALLOWED AS SPACERS BETWEEN STREAMS.
003950*----------------------------------------------------------------
003960 1310-READ-STEP-FILE.
003970     READ JOB-STEP-FILE INTO JOB-STEP-RECORD
003980         AT END
003990             SET END-OF-STEP-FILE TO TRUE
004000             GO TO 1310-READ-STEP-FILE-EXIT
004010     END-READ
004020     IF JOB-STEP-RECORD NOT = SPACES
004030         PERFORM 1330-ADD-STREAM-STEP
004040             THRU 1330-ADD-STREAM-STEP-EXIT
004050     END-IF
004060     .
004070 1310-READ-STEP-FILE-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    1320-LOAD-DEFAULT-STEP
004110*----------------------------------------------------------------
004120 1320-LOAD-DEFAULT-STEP.
004130     MOVE DEFAULT-STEP-IMAGE (DEFAULT-SUB) TO JOB-STEP-RECORD
004140     PERFORM 1330-ADD-STREAM-STEP
004150         THRU 1330-ADD-STREAM-STEP-EXIT
004160     .
004170 1320-LOAD-DEFAULT-STEP-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200*    1330-ADD-STREAM-STEP
004210*    KEEPS THE STEP WHEN IT BELONGS TO THIS STREAM, AFTER THE
004220*    SAME EDITS OPERATIONS WOULD MAKE BY EYE: A STEP NAME THAT
004230*    IS NOT BLANK, NOT "COMPLETE" AND NOT REPEATED, A PROGRAM,
004240*    A NUMERIC MAXIMUM RETURN CODE AND A KNOWN FAIL ACTION.
004250*----------------------------------------------------------------
004260 1330-ADD-STREAM-STEP.
004270     IF JS-STREAM-NAME NOT = STREAM-NAME
004280         GO TO 1330-ADD-STREAM-STEP-EXIT
004290     END-IF
004300     IF JS-STEP-NAME = SPACES
004310             OR JS-STEP-NAME = "COMPLETE"
004320             OR JS-PROGRAM-NAME = SPACES
004330             OR JS-MAX-RETURN-CODE NOT NUMERIC
004340             OR NOT JS-FAIL-ACTION-VALID
004350         DISPLAY '*** FIMDODIA - ETAPA INVALIDA NO JOBSTEPS: '
004360                 JS-STEP-NAME ' ***'
004370         SET STEP-TABLE-NOT-VALID TO TRUE
004380         GO TO 1330-ADD-STREAM-STEP-EXIT
004390     END-IF
004400     MOVE JS-STEP-NAME TO SEARCH-STEP-NAME
004410     PERFORM 1410-FIND-STEP
004420         THRU 1410-FIND-STEP-EXIT
004430     IF FOUND-STEP-SUB > ZERO
004440         DISPLAY '*** FIMDODIA - ETAPA ' JS-STEP-NAME
004450                 ' REPETIDA NO STREAM ***'
004460         SET STEP-TABLE-NOT-VALID TO TRUE
004470         GO TO 1330-ADD-STREAM-STEP-EXIT
004480     END-IF
004490     IF STEP-COUNT NOT < STEP-LIMIT
004500         DISPLAY '*** FIMDODIA - STREAM COM MAIS DE 30 ETAPAS ***'
004510         SET STEP-TABLE-NOT-VALID TO TRUE
004520         GO TO 1330-ADD-STREAM-STEP-EXIT
004530     END-IF
004540     ADD 1 TO STEP-COUNT
004550     MOVE JOB-STEP-RECORD TO STREAM-STEP-ENTRY (STEP-COUNT)
004560     .
004570 1330-ADD-STREAM-STEP-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600*    1400-SET-START-STEP
004610*    A START STEP FROM THE OPERATOR WINS OVER THE CHECKPOINT -
004620*    EVEN OVER "COMPLETE", SO ONE STEP CAN BE RUN AGAIN IN A
004630*    WINDOW THAT HAS FINISHED.  OTHERWISE THE STREAM RESUMES
004640*    RIGHT AFTER THE LAST COMPLETED STEP.  A STEP NAME THAT IS
004650*    NOT IN THE STREAM IS AN ERROR RATHER THAN A GUESS.
004660*----------------------------------------------------------------
004670 1400-SET-START-STEP.
004680     MOVE 1 TO START-SUB
004690     IF SKIP-STEP-PARM NOT = SPACES
004700         MOVE SKIP-STEP-PARM TO SEARCH-STEP-NAME
004710         PERFORM 1410-FIND-STEP
004720             THRU 1410-FIND-STEP-EXIT
004730         IF FOUND-STEP-SUB = ZERO
004740             DISPLAY '*** FIMDODIA - ETAPA A PULAR '
004750                     SKIP-STEP-PARM
004760                     ' NAO EXISTE NO STREAM ***'
004770             SET STEP-TABLE-NOT-VALID TO TRUE
004780             GO TO 1400-SET-START-STEP-EXIT
004790         END-IF
004800     END-IF
004810     IF START-STEP-PARM NOT = SPACES
004820         MOVE START-STEP-PARM TO SEARCH-STEP-NAME
004830         PERFORM 1410-FIND-STEP
004840             THRU 1410-FIND-STEP-EXIT
004850         IF FOUND-STEP-SUB = ZERO
004860             DISPLAY '*** FIMDODIA - ETAPA INICIAL '
004870                     START-STEP-PARM
004880                     ' NAO EXISTE NO STREAM ***'
004890             SET STEP-TABLE-NOT-VALID TO TRUE
004900             GO TO 1400-SET-START-STEP-EXIT
004910         END-IF
004920         MOVE FOUND-STEP-SUB TO START-SUB
004930         SET STREAM-NOT-COMPLETE TO TRUE
004940         DISPLAY 'FIMDODIA - INICIANDO NA ETAPA ' START-STEP-PARM
004950                 ' A PEDIDO DO OPERADOR'
004960         GO TO 1400-SET-START-STEP-EXIT
004970     END-IF
004980     IF LAST-COMPLETED-STEP = SPACES
004990             OR STREAM-ALREADY-COMPLETE
005000         GO TO 1400-SET-START-STEP-EXIT
005010     END-IF
005020     MOVE LAST-COMPLETED-STEP TO SEARCH-STEP-NAME
005030     PERFORM 1410-FIND-STEP
005040         THRU 1410-FIND-STEP-EXIT
005050     IF FOUND-STEP-SUB = ZERO
005060         DISPLAY '*** FIMDODIA - ETAPA ' LAST-COMPLETED-STEP
005070                 ' DO CHECKPOINT NAO EXISTE NO STREAM - '
005080                 'INFORME FIMDODIA-START-STEP ***'
005090         SET STEP-TABLE-NOT-VALID TO TRUE
005100         GO TO 1400-SET-START-STEP-EXIT
005110     END-IF
005120     COMPUTE START-SUB = FOUND-STEP-SUB + 1
005130     .
005140 1400-SET-START-STEP-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170*    1410-FIND-STEP
005180*    FOUND-STEP-SUB COMES BACK ZERO WHEN SEARCH-STEP-NAME IS NOT
005190*    ONE OF THE STEPS LOADED SO FAR.
005200*----------------------------------------------------------------
005210 1410-FIND-STEP.
005220     MOVE ZERO TO FOUND-STEP-SUB
005230     PERFORM 1420-CHECK-ONE-STEP
005240         THRU 1420-CHECK-ONE-STEP-EXIT
005250         VARYING CHECK-SUB FROM 1 BY 1
005260         UNTIL CHECK-SUB > STEP-COUNT
005270            OR FOUND-STEP-SUB > ZERO
005280     .
005290 1410-FIND-STEP-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320*    1420-CHECK-ONE-STEP
005330*----------------------------------------------------------------
005340 1420-CHECK-ONE-STEP.
005350     IF TS-STEP-NAME (CHECK-SUB) = SEARCH-STEP-NAME
005360         MOVE CHECK-SUB TO FOUND-STEP-SUB
005370     END-IF
005380     .
005390 1420-CHECK-ONE-STEP-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420*    2200-SET-STEP-ENVIRONMENT
005430*    THE SAME ENVIRONMENT SWITCHES THE JCL/COMMAND LINE USES.
005440*    WHATEVER THE SETTING HELD BEFORE (SPACES IF IT WAS NOT SET)
005450*    IS KEPT FOR 2300 TO PUT BACK.
005460*----------------------------------------------------------------
005470 2200-SET-STEP-ENVIRONMENT.
005480     MOVE SPACES TO SAVED-ENV-VALUE (ENV-SUB)
005490     IF JS-ENV-NAME (ENV-SUB) NOT = SPACES
005500         DISPLAY JS-ENV-NAME (ENV-SUB) UPON ENVIRONMENT-NAME
005510         ACCEPT SAVED-ENV-VALUE (ENV-SUB) FROM ENVIRONMENT-VALUE
005520         DISPLAY JS-ENV-VALUE (ENV-SUB) UPON ENVIRONMENT-VALUE
005530     END-IF
005540     .
005550 2200-SET-STEP-ENVIRONMENT-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580*    2300-RESTORE-STEP-ENVIRONMENT
005590*    PUT BACK AFTER THE CALL SO NOTHING LATER IN THE RUN UNIT
005600*    INHERITS THE STEP'S SETTINGS - A VALUE THE OPERATOR SET
005610*    BEFORE THE JOB IS RESTORED, AND ONE THAT WAS NOT SET GOES
005620*    BACK TO SPACES, WHICH EVERY PROGRAM READS AS "NOT SET".
005630*----------------------------------------------------------------
005640 2300-RESTORE-STEP-ENVIRONMENT.
005650     IF JS-ENV-NAME (ENV-SUB) NOT = SPACES
005660         DISPLAY JS-ENV-NAME (ENV-SUB) UPON ENVIRONMENT-NAME
005670         DISPLAY SAVED-ENV-VALUE (ENV-SUB)
005680             UPON ENVIRONMENT-VALUE
005690     END-IF
005700     .
005710 2300-RESTORE-STEP-ENVIRONMENT-EXIT.
005720     EXIT.
