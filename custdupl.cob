000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custdupl.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - PROBABLE-DUPLICATE CUSTOMER
000140*                     REPORT.  THE NAME INDEX ONLY STOPS EXACT
000150*                     MATCHES, SO "JOSE DA SILVA" AND "JOSE
000160*                     SILVA" WITH THE SAME PHONE AND CEP BOTH GOT
000170*                     IN AND BILLING INVOICED THE PERSON TWICE.
000180*                     EVERY CUSTOMER IS SORTED INTO CANDIDATE
000190*                     GROUPS - SAME PHONE, SAME CEP AND ADDRESS,
000200*                     SAME FIRST AND LAST NAME - AND EACH PAIR IN
000210*                     A GROUP IS SCORED: PHONE 40, CEP AND
000220*                     ADDRESS 40 (CEP ALONE 10), FIRST AND LAST
000230*                     NAME 30.  PAIRS SCORING AT LEAST THE
000240*                     MINIMUM (DEFAULT 50, OVERRIDE WITH THE
000250*                     CUSTDUPL-MIN-SCORE ENVIRONMENT VARIABLE)
000260*                     ARE LISTED FOR REVIEW; A SUPERVISOR MERGES
000270*                     THE REAL ONES IN CUSTMRGE.  SAME SORT
000280*                     INPUT/OUTPUT PROCEDURE SHAPE AS LISTACLI.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
000380         ALTERNATE RECORD KEY IS
000390             CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
000400         FILE STATUS IS CUSTMAST-FILE-STATUS.
000410     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
000420     SELECT REPORT-FILE ASSIGN TO "CUSTDPRP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS REPORT-FILE-STATUS.
000450*----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CUSTOMER-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CUSTCP.
000510*
000520*    ONE SORT RECORD PER CANDIDATE GROUP A CUSTOMER BELONGS TO:
000530*    T - SAME PHONE          (SK-MATCH-KEY = PHONE)
000540*    C - SAME CEP/ADDRESS    (SK-MATCH-KEY = CEP + ADDRESS)
000550*    N - SAME FIRST/LAST NAME (SK-MATCH-KEY = NAME KEY)
000560*
000570 SD  SORT-WORK-FILE.
000580 01  SORT-DUPLICATE-RECORD.
000590     05  SK-KEY-TYPE                     PIC X(01).
000600         88  SK-KEY-IS-PHONE                  VALUE "T".
000610         88  SK-KEY-IS-ADDRESS                VALUE "C".
000620         88  SK-KEY-IS-NAME                   VALUE "N".
000630     05  SK-MATCH-KEY                    PIC X(40).
000640     05  SK-NAME-KEY                     PIC X(40).
000650     05  SK-CUSTOMER-IMAGE.
000660         10  SK-CUSTOMER-ID              PIC 9(06).
000670         10  FILLER                      PIC X(120).
000680*
000690 FD  REPORT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  REPORT-LINE                         PIC X(80).
000720*----------------------------------------------------------------
000730 WORKING-STORAGE SECTION.
000740 COPY TIMESTMP.
000750 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000760                        LEFT-CUSTOMER-RECORD.
000770 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000780                        RIGHT-CUSTOMER-RECORD.
000790*
000800 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000810 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000820 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
000830     88  END-OF-MASTER-FILE                   VALUE "S".
000840     88  NOT-END-OF-MASTER-FILE               VALUE "N".
000850 77  MASTER-AVAILABLE-SWITCH             PIC X(01) VALUE "Y".
000860     88  MASTER-FILE-AVAILABLE                VALUE "Y".
000870     88  MASTER-FILE-NOT-AVAILABLE            VALUE "N".
000880 77  END-OF-SORT-SWITCH                  PIC X(01) VALUE "N".
000890     88  END-OF-SORT                          VALUE "S".
000900     88  NOT-END-OF-SORT                      VALUE "N".
000910 77  GROUP-TRUNCATED-SWITCH              PIC X(01) VALUE "N".
000920     88  GROUP-WAS-TRUNCATED                  VALUE "S".
000930     88  GROUP-NOT-TRUNCATED                  VALUE "N".
000940 77  PHONE-MATCH-SWITCH                  PIC X(01) VALUE "N".
000950     88  PHONE-MATCHES                        VALUE "S".
000960 77  POSTAL-MATCH-SWITCH                 PIC X(01) VALUE "N".
000970     88  POSTAL-CODE-MATCHES                  VALUE "S".
000980 77  ADDRESS-MATCH-SWITCH                PIC X(01) VALUE "N".
000990     88  ADDRESS-MATCHES                      VALUE "S".
001000 77  NAME-MATCH-SWITCH                   PIC X(01) VALUE "N".
001010     88  NAME-MATCHES                         VALUE "S".
001020 77  MIN-SCORE                           PIC 9(03) COMP
001030                                          VALUE 50.
001040 77  MIN-SCORE-PARM                      PIC X(03) VALUE SPACES.
001050 77  MIN-SCORE-PARM-RJ                   PIC X(03) VALUE SPACES.
001060 77  MIN-SCORE-PARM-HOLD                 PIC X(03) VALUE SPACES.
001070 77  PAIR-SCORE                          PIC 9(03) COMP
001080                                          VALUE ZERO.
001090 77  SCORE-EDIT                          PIC ZZ9 VALUE ZEROS.
001100 77  NAME-SCAN-POS                       PIC 9(02) COMP
001110                                          VALUE ZERO.
001120 77  NAME-END-POS                        PIC 9(02) COMP
001130                                          VALUE ZERO.
001140 77  NAME-WORD-LENGTH                    PIC 9(02) COMP
001150                                          VALUE ZERO.
001160 77  GROUP-KEY-TYPE                      PIC X(01) VALUE SPACES.
001170     88  GROUP-KEY-IS-PHONE                   VALUE "T".
001180     88  GROUP-KEY-IS-ADDRESS                 VALUE "C".
001190     88  GROUP-KEY-IS-NAME                    VALUE "N".
001200 77  GROUP-MATCH-KEY                     PIC X(40) VALUE SPACES.
001210 77  GROUP-ENTRY-COUNT                   PIC 9(03) COMP
001220                                          VALUE ZERO.
001230 77  GROUP-ENTRY-LIMIT                   PIC 9(03) COMP
001240                                          VALUE 100.
001250 77  LEFT-SUB                            PIC 9(03) COMP
001260                                          VALUE ZERO.
001270 77  RIGHT-SUB                           PIC 9(03) COMP
001280                                          VALUE ZERO.
001290 77  RIGHT-START-SUB                     PIC 9(03) COMP
001300                                          VALUE ZERO.
001310 77  LEFT-NAME-KEY                       PIC X(40) VALUE SPACES.
001320 77  RIGHT-NAME-KEY                      PIC X(40) VALUE SPACES.
001330 77  STATUS-PRINT-CODE                   PIC X(01) VALUE SPACES.
001340 77  CUSTOMERS-READ-COUNT                PIC 9(07) COMP
001350                                          VALUE ZERO.
001360 77  PAIRS-LISTED-COUNT                  PIC 9(07) COMP
001370                                          VALUE ZERO.
001380 77  GROUPS-TRUNCATED-COUNT              PIC 9(07) COMP
001390                                          VALUE ZERO.
001400 77  DUPLICATE-COUNT-EDIT                PIC ZZZZZZ9 VALUE ZEROS.
001410*
001420*    NAME KEY - FIRST AND LAST WORD OF THE CUSTOMER NAME, SO
001430*    "JOSE DA SILVA" AND "JOSE SILVA" BOTH KEY AS JOSE/SILVA.
001440*
001450 01  NAME-KEY-WORK.
001460     05  NK-FIRST-WORD                   PIC X(20).
001470     05  NK-LAST-WORD                    PIC X(20).
001480 01  CRITERIA-TEXT.
001490     05  CRITERIA-PHONE                  PIC X(04).
001500     05  CRITERIA-POSTAL                 PIC X(12).
001510     05  CRITERIA-NAME                   PIC X(04).
001520*
001530*    ONE CANDIDATE GROUP, HELD FOR THE PAIRWISE COMPARISON.
001540*
001550 01  DUPLICATE-GROUP-TABLE.
001560     05  DG-ENTRY                        OCCURS 100 TIMES.
001570         10  DG-NAME-KEY                 PIC X(40).
001580         10  DG-CUSTOMER-IMAGE           PIC X(126).
001590*----------------------------------------------------------------
001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------
001620*    0000-MAINLINE
001630*----------------------------------------------------------------
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE
001660         THRU 1000-INITIALIZE-EXIT
001670     IF MASTER-FILE-AVAILABLE
001680         SORT SORT-WORK-FILE
001690             ON ASCENDING KEY SK-KEY-TYPE
001700                              SK-MATCH-KEY
001710                              SK-CUSTOMER-ID
001720             INPUT PROCEDURE IS 2000-SUPPLY-RECORDS
001730                         THRU 2000-SUPPLY-RECORDS-EXIT
001740             OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
001750                          THRU 3000-PRODUCE-REPORT-EXIT
001760     ELSE
001770         DISPLAY '*** ARQUIVO DE CLIENTES NAO ENCONTRADO - '
001780                 'NENHUM CLIENTE CADASTRADO ***'
001790     END-IF
001800     PERFORM 4000-WRITE-TOTAL-LINES
001810         THRU 4000-WRITE-TOTAL-LINES-EXIT
001820     PERFORM 9000-TERMINATE
001830         THRU 9000-TERMINATE-EXIT
001840     GOBACK.
001850*----------------------------------------------------------------
001860*    1000-INITIALIZE
001870*    COUNTERS AND SWITCHES ARE RESET SO A SECOND CALL IN THE
001880*    SAME RUN UNIT STARTS CLEAN.
001890*----------------------------------------------------------------
001900 1000-INITIALIZE.
001910     MOVE ZERO TO CUSTOMERS-READ-COUNT
001920     MOVE ZERO TO PAIRS-LISTED-COUNT
001930     MOVE ZERO TO GROUPS-TRUNCATED-COUNT
001940     SET MASTER-FILE-AVAILABLE TO TRUE
001950     SET NOT-END-OF-SORT TO TRUE
001960     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001970     PERFORM 1100-SET-MIN-SCORE
001980         THRU 1100-SET-MIN-SCORE-EXIT
001990     OPEN OUTPUT REPORT-FILE
002000     OPEN INPUT CUSTOMER-MASTER-FILE
002010     IF CUSTMAST-FILE-STATUS NOT = "00"
002020         SET MASTER-FILE-NOT-AVAILABLE TO TRUE
002030     END-IF
002040     PERFORM 1200-WRITE-REPORT-HEADINGS
002050         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
002060     .
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100*    1100-SET-MIN-SCORE
002110*    THE MINIMUM SCORE DEFAULTS TO 50 - A SHARED PHONE PLUS A
002120*    SHARED CEP, OR EITHER ONE PLUS THE SAME FIRST AND LAST
002130*    NAME.  THE OVERRIDE IS EDITED THE SAME WAY REJAGING EDITS
002140*    ITS AGE LIMIT.
002150*----------------------------------------------------------------
002160 1100-SET-MIN-SCORE.
002170     MOVE 50 TO MIN-SCORE
002180     ACCEPT MIN-SCORE-PARM FROM ENVIRONMENT
002190         "CUSTDUPL-MIN-SCORE"
002200     IF MIN-SCORE-PARM NOT = SPACES
002210         MOVE MIN-SCORE-PARM TO MIN-SCORE-PARM-RJ
002220         PERFORM 1110-SHIFT-PARM-RIGHT
002230             THRU 1110-SHIFT-PARM-RIGHT-EXIT
002240             UNTIL MIN-SCORE-PARM-RJ(3:1) NOT = SPACE
002250             OR MIN-SCORE-PARM-RJ = SPACES
002260         INSPECT MIN-SCORE-PARM-RJ
002270             REPLACING LEADING SPACE BY ZERO
002280         IF MIN-SCORE-PARM-RJ IS NUMERIC
002290             MOVE MIN-SCORE-PARM-RJ TO MIN-SCORE
002300         END-IF
002310     END-IF
002320     .
002330 1100-SET-MIN-SCORE-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360*    1110-SHIFT-PARM-RIGHT
002370*----------------------------------------------------------------
002380 1110-SHIFT-PARM-RIGHT.
002390     MOVE MIN-SCORE-PARM-RJ TO MIN-SCORE-PARM-HOLD
002400     MOVE SPACES TO MIN-SCORE-PARM-RJ
002410     MOVE MIN-SCORE-PARM-HOLD(1:2)
002420         TO MIN-SCORE-PARM-RJ(2:2)
002430     .
002440 1110-SHIFT-PARM-RIGHT-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470*    1200-WRITE-REPORT-HEADINGS
002480*----------------------------------------------------------------
002490 1200-WRITE-REPORT-HEADINGS.
002500     MOVE MIN-SCORE TO SCORE-EDIT
002510     MOVE SPACES TO REPORT-LINE
002520     STRING 'CLIENTES PROVAVELMENTE DUPLICADOS - '
002530                 DELIMITED BY SIZE
002540            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
002550            '/'                     DELIMITED BY SIZE
002560            800-CURRENT-DATE-MM     DELIMITED BY SIZE
002570            '/'                     DELIMITED BY SIZE
002580            800-CURRENT-DATE-DD     DELIMITED BY SIZE
002590            '  (PONTUACAO MINIMA '  DELIMITED BY SIZE
002600            SCORE-EDIT              DELIMITED BY SIZE
002610            ')'                     DELIMITED BY SIZE
002620         INTO REPORT-LINE
002630     WRITE REPORT-LINE
002640     MOVE SPACES TO REPORT-LINE
002650     STRING '   CLIENTE NOME                           '
002660            'TELEFONE    CEP      SIT'
002670         DELIMITED BY SIZE INTO REPORT-LINE
002680     WRITE REPORT-LINE
002690     MOVE SPACES TO REPORT-LINE
002700     STRING '   ------- ------------------------------ '
002710            '----------- -------- ---'
002720         DELIMITED BY SIZE INTO REPORT-LINE
002730     WRITE REPORT-LINE
002740     .
002750 1200-WRITE-REPORT-HEADINGS-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    2000-SUPPLY-RECORDS
002790*    SORT INPUT PROCEDURE - READS THE CUSTOMER MASTER IN KEY
002800*    ORDER AND RELEASES EACH CUSTOMER ONCE PER CANDIDATE GROUP.
002810*----------------------------------------------------------------
002820 2000-SUPPLY-RECORDS.
002830     MOVE ZERO TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002840     SET NOT-END-OF-MASTER-FILE TO TRUE
002850     START CUSTOMER-MASTER-FILE
002860         KEY IS NOT LESS THAN
002870             CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002880         INVALID KEY
002890             SET END-OF-MASTER-FILE TO TRUE
002900     END-START
002910     PERFORM 2100-READ-MASTER-RECORD
002920         THRU 2100-READ-MASTER-RECORD-EXIT
002930     PERFORM 2200-RELEASE-MASTER-RECORD
002940         THRU 2200-RELEASE-MASTER-RECORD-EXIT
002950         UNTIL END-OF-MASTER-FILE
002960     .
002970 2000-SUPPLY-RECORDS-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000*    2100-READ-MASTER-RECORD
003010*----------------------------------------------------------------
003020 2100-READ-MASTER-RECORD.
003030     IF NOT END-OF-MASTER-FILE
003040         READ CUSTOMER-MASTER-FILE NEXT RECORD
003050             AT END
003060                 SET END-OF-MASTER-FILE TO TRUE
003070         END-READ
003080     END-IF
003090     .
003100 2100-READ-MASTER-RECORD-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130*    2200-RELEASE-MASTER-RECORD
003140*    A BLANK PHONE OR A BLANK CEP PUTS NOBODY IN A GROUP - ONLY
003150*    THE NAME GROUP IS ALWAYS RELEASED.
003160*----------------------------------------------------------------
003170 2200-RELEASE-MASTER-RECORD.
003180     ADD 1 TO CUSTOMERS-READ-COUNT
003190     PERFORM 2300-BUILD-NAME-KEY
003200         THRU 2300-BUILD-NAME-KEY-EXIT
003210     MOVE NAME-KEY-WORK TO SK-NAME-KEY
003220     MOVE CUSTOMER-MASTER-RECORD TO SK-CUSTOMER-IMAGE
003230     IF CM-PHONE-NUMBER OF CUSTOMER-MASTER-RECORD NOT = SPACES
003240         SET SK-KEY-IS-PHONE TO TRUE
003250         MOVE CM-PHONE-NUMBER OF CUSTOMER-MASTER-RECORD
003260             TO SK-MATCH-KEY
003270         RELEASE SORT-DUPLICATE-RECORD
003280     END-IF
003290     IF CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD NOT = SPACES
003300         SET SK-KEY-IS-ADDRESS TO TRUE
003310         MOVE SPACES TO SK-MATCH-KEY
003320         STRING CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
003330                    DELIMITED BY SIZE
003340                CM-ADDRESS-LINE OF CUSTOMER-MASTER-RECORD
003350                    DELIMITED BY SIZE
003360             INTO SK-MATCH-KEY
003370         RELEASE SORT-DUPLICATE-RECORD
003380     END-IF
003390     SET SK-KEY-IS-NAME TO TRUE
003400     MOVE NAME-KEY-WORK TO SK-MATCH-KEY
003410     RELEASE SORT-DUPLICATE-RECORD
003420     PERFORM 2100-READ-MASTER-RECORD
003430         THRU 2100-READ-MASTER-RECORD-EXIT
003440     .
003450 2200-RELEASE-MASTER-RECORD-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480*    2300-BUILD-NAME-KEY
003490*    THE FIRST WORD IS UNSTRUNG; THE LAST WORD IS FOUND BY
003500*    BACKING UP FROM THE END OF THE NAME PAST THE TRAILING
003510*    SPACES AND THEN TO THE SPACE BEFORE THE WORD.  A ONE-WORD
003520*    NAME KEYS AS THAT WORD TWICE.
003530*----------------------------------------------------------------
003540 2300-BUILD-NAME-KEY.
003550     MOVE SPACES TO NAME-KEY-WORK
003560     UNSTRING CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
003570         DELIMITED BY ALL SPACE
003580         INTO NK-FIRST-WORD
003590     END-UNSTRING
003600     MOVE 30 TO NAME-SCAN-POS
003610     PERFORM 2310-BACK-UP-ONE-POSITION
003620         THRU 2310-BACK-UP-ONE-POSITION-EXIT
003630         UNTIL NAME-SCAN-POS = ZERO
003640         OR CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
003650                (NAME-SCAN-POS:1) NOT = SPACE
003660     IF NAME-SCAN-POS = ZERO
003670         GO TO 2300-BUILD-NAME-KEY-EXIT
003680     END-IF
003690     MOVE NAME-SCAN-POS TO NAME-END-POS
003700     PERFORM 2310-BACK-UP-ONE-POSITION
003710         THRU 2310-BACK-UP-ONE-POSITION-EXIT
003720         UNTIL NAME-SCAN-POS = ZERO
003730         OR CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
003740                (NAME-SCAN-POS:1) = SPACE
003750     COMPUTE NAME-WORD-LENGTH = NAME-END-POS - NAME-SCAN-POS
003760     MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
003770             (NAME-SCAN-POS + 1:NAME-WORD-LENGTH)
003780         TO NK-LAST-WORD
003790     .
003800 2300-BUILD-NAME-KEY-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830*    2310-BACK-UP-ONE-POSITION
003840*----------------------------------------------------------------
003850 2310-BACK-UP-ONE-POSITION.
003860     SUBTRACT 1 FROM NAME-SCAN-POS
003870     .
003880 2310-BACK-UP-ONE-POSITION-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910*    3000-PRODUCE-REPORT
003920*    SORT OUTPUT PROCEDURE - ONE CANDIDATE GROUP PER PASS.
003930*----------------------------------------------------------------
003940 3000-PRODUCE-REPORT.
003950     PERFORM 3100-RETURN-NEXT-RECORD
003960         THRU 3100-RETURN-NEXT-RECORD-EXIT
003970     PERFORM 3200-PROCESS-GROUP
003980         THRU 3200-PROCESS-GROUP-EXIT
003990         UNTIL END-OF-SORT
004000     .
004010 3000-PRODUCE-REPORT-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    3100-RETURN-NEXT-RECORD
004050*----------------------------------------------------------------
004060 3100-RETURN-NEXT-RECORD.
004070     RETURN SORT-WORK-FILE
004080         AT END
004090             SET END-OF-SORT TO TRUE
004100     END-RETURN
004110     .
004120 3100-RETURN-NEXT-RECORD-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150*    3200-PROCESS-GROUP
004160*    LOADS EVERY CUSTOMER SHARING THE CURRENT GROUP KEY, THEN
004170*    COMPARES EACH PAIR ONCE.  A GROUP LARGER THAN THE TABLE IS
004180*    COMPARED ON ITS FIRST 100 MEMBERS AND COUNTED AS TRUNCATED
004190*    (A BLOCK OF FLATS SHARING A SWITCHBOARD NUMBER, TYPICALLY).
004200*----------------------------------------------------------------
004210 3200-PROCESS-GROUP.
004220     MOVE SK-KEY-TYPE TO GROUP-KEY-TYPE
004230     MOVE SK-MATCH-KEY TO GROUP-MATCH-KEY
004240     MOVE ZERO TO GROUP-ENTRY-COUNT
004250     SET GROUP-NOT-TRUNCATED TO TRUE
004260     PERFORM 3210-LOAD-GROUP-ENTRY
004270         THRU 3210-LOAD-GROUP-ENTRY-EXIT
004280         UNTIL END-OF-SORT
004290         OR SK-KEY-TYPE NOT = GROUP-KEY-TYPE
004300         OR SK-MATCH-KEY NOT = GROUP-MATCH-KEY
004310     IF GROUP-WAS-TRUNCATED
004320         ADD 1 TO GROUPS-TRUNCATED-COUNT
004330     END-IF
004340     IF GROUP-ENTRY-COUNT > 1
004350         PERFORM 3300-COMPARE-LEFT-ENTRY
004360             THRU 3300-COMPARE-LEFT-ENTRY-EXIT
004370             VARYING LEFT-SUB FROM 1 BY 1
004380             UNTIL LEFT-SUB NOT < GROUP-ENTRY-COUNT
004390     END-IF
004400     .
004410 3200-PROCESS-GROUP-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    3210-LOAD-GROUP-ENTRY
004450*----------------------------------------------------------------
004460 3210-LOAD-GROUP-ENTRY.
004470     IF GROUP-ENTRY-COUNT < GROUP-ENTRY-LIMIT
004480         ADD 1 TO GROUP-ENTRY-COUNT
004490         MOVE SK-NAME-KEY TO DG-NAME-KEY (GROUP-ENTRY-COUNT)
004500         MOVE SK-CUSTOMER-IMAGE
004510             TO DG-CUSTOMER-IMAGE (GROUP-ENTRY-COUNT)
004520     ELSE
004530         SET GROUP-WAS-TRUNCATED TO TRUE
004540     END-IF
004550     PERFORM 3100-RETURN-NEXT-RECORD
004560         THRU 3100-RETURN-NEXT-RECORD-EXIT
004570     .
004580 3210-LOAD-GROUP-ENTRY-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610*    3300-COMPARE-LEFT-ENTRY
004620*    COMPARES ONE GROUP MEMBER WITH EVERY MEMBER AFTER IT.
004630*----------------------------------------------------------------
004640 3300-COMPARE-LEFT-ENTRY.
004650     MOVE DG-CUSTOMER-IMAGE (LEFT-SUB) TO LEFT-CUSTOMER-RECORD
004660     MOVE DG-NAME-KEY (LEFT-SUB) TO LEFT-NAME-KEY
004670     COMPUTE RIGHT-START-SUB = LEFT-SUB + 1
004680     PERFORM 3400-SCORE-PAIR
004690         THRU 3400-SCORE-PAIR-EXIT
004700         VARYING RIGHT-SUB FROM RIGHT-START-SUB BY 1
004710         UNTIL RIGHT-SUB > GROUP-ENTRY-COUNT
004720     .
004730 3300-COMPARE-LEFT-ENTRY-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760*    3400-SCORE-PAIR
004770*    A PAIR THAT SHARES MORE THAN ONE GROUP IS LISTED ONLY ONCE:
004780*    THE ADDRESS GROUP PASSES OVER PAIRS THAT ALSO SHARE A PHONE,
004790*    AND THE NAME GROUP OVER PAIRS THAT SHARE A PHONE OR A CEP
004800*    AND ADDRESS LINE - A BLANK LINE INCLUDED, AS SUCH A PAIR
004803*    STILL MEETS IN THE ADDRESS GROUP, WHERE IT SCORES ON THE
004806*    CEP ALONE.  THE SCORE IS THE SAME WHICHEVER GROUP FINDS IT.
004810*----------------------------------------------------------------
004820 3400-SCORE-PAIR.
004830     MOVE DG-CUSTOMER-IMAGE (RIGHT-SUB) TO RIGHT-CUSTOMER-RECORD
004840     MOVE DG-NAME-KEY (RIGHT-SUB) TO RIGHT-NAME-KEY
004850     PERFORM 3410-MATCH-FIELDS
004860         THRU 3410-MATCH-FIELDS-EXIT
004870     IF GROUP-KEY-IS-ADDRESS AND PHONE-MATCHES
004880         GO TO 3400-SCORE-PAIR-EXIT
004890     END-IF
004900     IF GROUP-KEY-IS-NAME
004910             AND (PHONE-MATCHES OR ADDRESS-MATCHES)
004920         GO TO 3400-SCORE-PAIR-EXIT
004930     END-IF
004932     IF GROUP-KEY-IS-NAME AND POSTAL-CODE-MATCHES
004934             AND CM-ADDRESS-LINE OF LEFT-CUSTOMER-RECORD
004936               = CM-ADDRESS-LINE OF RIGHT-CUSTOMER-RECORD
004938         GO TO 3400-SCORE-PAIR-EXIT
004939     END-IF
004940     MOVE ZERO TO PAIR-SCORE
004950     MOVE SPACES TO CRITERIA-TEXT
004960     IF PHONE-MATCHES
004970         ADD 40 TO PAIR-SCORE
004980         MOVE 'TEL' TO CRITERIA-PHONE
004990     END-IF
005000     IF ADDRESS-MATCHES
005010         ADD 40 TO PAIR-SCORE
005020         MOVE 'CEP+ENDERECO' TO CRITERIA-POSTAL
005030     ELSE
005040         IF POSTAL-CODE-MATCHES
005050             ADD 10 TO PAIR-SCORE
005060             MOVE 'CEP' TO CRITERIA-POSTAL
005070         END-IF
005080     END-IF
005090     IF NAME-MATCHES
005100         ADD 30 TO PAIR-SCORE
005110         MOVE 'NOME' TO CRITERIA-NAME
005120     END-IF
005130     IF PAIR-SCORE < MIN-SCORE
005140         GO TO 3400-SCORE-PAIR-EXIT
005150     END-IF
005160     ADD 1 TO PAIRS-LISTED-COUNT
005170     PERFORM 3500-WRITE-PAIR-LINES
005180         THRU 3500-WRITE-PAIR-LINES-EXIT
005190     .
005200 3400-SCORE-PAIR-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230*    3410-MATCH-FIELDS
005240*    BLANK NEVER MATCHES BLANK.
005250*----------------------------------------------------------------
005260 3410-MATCH-FIELDS.
005270     MOVE "N" TO PHONE-MATCH-SWITCH
005280     MOVE "N" TO POSTAL-MATCH-SWITCH
005290     MOVE "N" TO ADDRESS-MATCH-SWITCH
005300     MOVE "N" TO NAME-MATCH-SWITCH
005310     IF CM-PHONE-NUMBER OF LEFT-CUSTOMER-RECORD NOT = SPACES
005320             AND CM-PHONE-NUMBER OF LEFT-CUSTOMER-RECORD
005330               = CM-PHONE-NUMBER OF RIGHT-CUSTOMER-RECORD
005340         SET PHONE-MATCHES TO TRUE
005350     END-IF
005360     IF CM-POSTAL-CODE OF LEFT-CUSTOMER-RECORD NOT = SPACES
005370             AND CM-POSTAL-CODE OF LEFT-CUSTOMER-RECORD
005380               = CM-POSTAL-CODE OF RIGHT-CUSTOMER-RECORD
005390         SET POSTAL-CODE-MATCHES TO TRUE
005400         IF CM-ADDRESS-LINE OF LEFT-CUSTOMER-RECORD NOT = SPACES
005410                 AND CM-ADDRESS-LINE OF LEFT-CUSTOMER-RECORD
005420                   = CM-ADDRESS-LINE OF RIGHT-CUSTOMER-RECORD
005430             SET ADDRESS-MATCHES TO TRUE
005440         END-IF
005450     END-IF
005460     IF LEFT-NAME-KEY = RIGHT-NAME-KEY
005470         SET NAME-MATCHES TO TRUE
005480     END-IF
005490     .
005500 3410-MATCH-FIELDS-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530*    3500-WRITE-PAIR-LINES
005540*    SCORE AND CRITERIA, THEN BOTH CUSTOMERS WITH THEIR ADDRESS,
005550*    THEN A BLANK SEPARATOR LINE.
005560*----------------------------------------------------------------
005570 3500-WRITE-PAIR-LINES.
005580     MOVE PAIR-SCORE TO SCORE-EDIT
005590     MOVE SPACES TO REPORT-LINE
005600     STRING 'PONTOS '               DELIMITED BY SIZE
005610            SCORE-EDIT              DELIMITED BY SIZE
005620            '  CRITERIOS: '         DELIMITED BY SIZE
005630            CRITERIA-PHONE          DELIMITED BY SIZE
005640            ' '                     DELIMITED BY SIZE
005650            CRITERIA-POSTAL         DELIMITED BY SIZE
005660            ' '                     DELIMITED BY SIZE
005670            CRITERIA-NAME           DELIMITED BY SIZE
005680         INTO REPORT-LINE
005690     WRITE REPORT-LINE
005700     MOVE LEFT-CUSTOMER-RECORD TO RIGHT-CUSTOMER-RECORD
005710     PERFORM 3510-WRITE-CUSTOMER-LINES
005720         THRU 3510-WRITE-CUSTOMER-LINES-EXIT
005730     MOVE DG-CUSTOMER-IMAGE (RIGHT-SUB) TO RIGHT-CUSTOMER-RECORD
005740     PERFORM 3510-WRITE-CUSTOMER-LINES
005750         THRU 3510-WRITE-CUSTOMER-LINES-EXIT
005760     MOVE SPACES TO REPORT-LINE
005770     WRITE REPORT-LINE
005780     .
005790 3500-WRITE-PAIR-LINES-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820*    3510-WRITE-CUSTOMER-LINES
005830*    PRINTS THE CUSTOMER HELD IN RIGHT-CUSTOMER-RECORD.  A
005840*    LEGACY SPACE STATUS PRINTS AS ACTIVE.
005850*----------------------------------------------------------------
005860 3510-WRITE-CUSTOMER-LINES.
005870     IF CM-CUSTOMER-INACTIVE OF RIGHT-CUSTOMER-RECORD
005880         MOVE "I" TO STATUS-PRINT-CODE
005890     ELSE
005900         MOVE "A" TO STATUS-PRINT-CODE
005910     END-IF
005920     MOVE SPACES TO REPORT-LINE
005930     STRING '   '                   DELIMITED BY SIZE
005940            CM-CUSTOMER-ID OF RIGHT-CUSTOMER-RECORD
005950                 DELIMITED BY SIZE
005960            '  '                    DELIMITED BY SIZE
005970            CM-CUSTOMER-NAME OF RIGHT-CUSTOMER-RECORD
005980                 DELIMITED BY SIZE
005990            ' '                     DELIMITED BY SIZE
006000            CM-PHONE-NUMBER OF RIGHT-CUSTOMER-RECORD
006010                 DELIMITED BY SIZE
006020            ' '                     DELIMITED BY SIZE
006030            CM-POSTAL-CODE OF RIGHT-CUSTOMER-RECORD
006040                 DELIMITED BY SIZE
006050            '  '                    DELIMITED BY SIZE
006060            STATUS-PRINT-CODE       DELIMITED BY SIZE
006070         INTO REPORT-LINE
006080     WRITE REPORT-LINE
006090     MOVE SPACES TO REPORT-LINE
006100     STRING '           '           DELIMITED BY SIZE
006110            CM-ADDRESS-LINE OF RIGHT-CUSTOMER-RECORD
006120                 DELIMITED BY SIZE
006130            ' '                     DELIMITED BY SIZE
006140            CM-CITY OF RIGHT-CUSTOMER-RECORD
006150                 DELIMITED BY SIZE
006160            ' '                     DELIMITED BY SIZE
006170            CM-STATE OF RIGHT-CUSTOMER-RECORD
006180                 DELIMITED BY SIZE
006190         INTO REPORT-LINE
006200     WRITE REPORT-LINE
006210     .
006220 3510-WRITE-CUSTOMER-LINES-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250*    4000-WRITE-TOTAL-LINES
006260*    PRINTED EVEN WHEN THE MASTER IS MISSING, SO AN EMPTY
006270*    REPORT STILL SHOWS EXPLICIT ZEROS.
006280*----------------------------------------------------------------
006290 4000-WRITE-TOTAL-LINES.
006300     MOVE CUSTOMERS-READ-COUNT TO DUPLICATE-COUNT-EDIT
006310     MOVE SPACES TO REPORT-LINE
006320     STRING 'CLIENTES LIDOS            = ' DELIMITED BY SIZE
006330            DUPLICATE-COUNT-EDIT          DELIMITED BY SIZE
006340         INTO REPORT-LINE
006350     WRITE REPORT-LINE
006360     MOVE PAIRS-LISTED-COUNT TO DUPLICATE-COUNT-EDIT
006370     MOVE SPACES TO REPORT-LINE
006380     STRING 'PARES PROVAVEIS           = ' DELIMITED BY SIZE
006390            DUPLICATE-COUNT-EDIT          DELIMITED BY SIZE
006400         INTO REPORT-LINE
006410     WRITE REPORT-LINE
006420     IF GROUPS-TRUNCATED-COUNT > ZERO
006430         MOVE GROUPS-TRUNCATED-COUNT TO DUPLICATE-COUNT-EDIT
006440         MOVE SPACES TO REPORT-LINE
006450         STRING 'GRUPOS COM MAIS DE 100    = '
006460                                           DELIMITED BY SIZE
006470                DUPLICATE-COUNT-EDIT       DELIMITED BY SIZE
006480             INTO REPORT-LINE
006490         WRITE REPORT-LINE
006500         DISPLAY '*** CUSTDUPL - ' DUPLICATE-COUNT-EDIT
006510                 ' GRUPO(S) COMPARADO(S) SO NOS 100 PRIMEIROS ***'
006520     END-IF
006530     .
006540 4000-WRITE-TOTAL-LINES-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570*    9000-TERMINATE
006580*----------------------------------------------------------------
006590 9000-TERMINATE.
006600     IF MASTER-FILE-AVAILABLE
006610         CLOSE CUSTOMER-MASTER-FILE
006620     END-IF
006630     CLOSE REPORT-FILE
006640     .
006650 9000-TERMINATE-EXIT.
006660     EXIT.
