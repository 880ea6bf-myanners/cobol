000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       rejrepr.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - ONLINE REPAIR OF THE INTAKE
000140*                     REJECT QUEUE, IN THE CUSTAPRV MOLD.  PAGES
000150*                     THROUGH THE OUTSTANDING CUSTREJT REJECTS
000160*                     (SEE CUSTRJCP) SHOWING THE REASON CODE,
000170*                     REJECT DATE AND AGE AS REJAGING COMPUTES
000180*                     THEM.  THE CLERK CORRECTS THE FIELDS ON
000190*                     SCREEN - THE RECORD THEN GOES THROUGH THE
000200*                     SAME EDITS TESTECOB'S INTAKE APPLIES AND,
000210*                     IF CLEAN, IS ADDED TO CUSTOMER-MASTER AT
000220*                     ONCE, LOGGED TO CUSTHIST UNDER THE SIGNED-
000230*                     ON OPERATOR AND TAKEN OFF THE QUEUE - OR
000240*                     ABANDONS IT WITH A REASON.  EVERY REJECT
000250*                     TAKEN OFF THE QUEUE IS WRITTEN TO THE
000260*                     RESOLVED-REJECTS LOG CUSTRSLV (SEE
000270*                     CUSTRVCP) SO REJAGING AND THE AUDITORS CAN
000280*                     STILL ACCOUNT FOR IT.  UNTIL NOW A REJECT
000290*                     COULD ONLY BE FIXED BY EDITING THE QUEUE
000300*                     FILE AND WAITING FOR A REPROCESS RUN, AND
000310*                     ONE THAT WOULD NEVER LOAD SAT THERE FOR
000320*                     EVER.  REACHED FROM THE MENU.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CUSTOMER-REJECT-FILE ASSIGN TO "CUSTREJT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CUSTREJT-FILE-STATUS.
000410     SELECT REJECT-WORK-FILE ASSIGN TO "CUSTRJWK"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CUSTRJWK-FILE-STATUS.
000440     SELECT RESOLVED-REJECT-FILE ASSIGN TO "CUSTRSLV"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CUSTRSLV-FILE-STATUS.
000470     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CM-CUSTOMER-ID
000510         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000520         FILE STATUS IS CUSTMAST-FILE-STATUS.
000530     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CUSTHIST-FILE-STATUS.
000560     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PC-POSTAL-CODE
000600         FILE STATUS IS CEPMAST-FILE-STATUS.
000610*----------------------------------------------------------------
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CUSTOMER-REJECT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTRJCP.
000670*
000680*    THE QUEUE AS IT WILL BE REWRITTEN - EVERY REJECT STILL
000690*    OUTSTANDING WHEN THE CLERK LEAVES THE SCREEN.
000700*
000710 FD  REJECT-WORK-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  REJECT-WORK-RECORD                  PIC X(120).
000740 FD  RESOLVED-REJECT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CUSTRVCP.
000770 FD  CUSTOMER-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CUSTCP.
000800 FD  CUSTOMER-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY CUSTHSCP.
000830 FD  POSTAL-CODE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY POSTALCP.
000860*----------------------------------------------------------------
000870 WORKING-STORAGE SECTION.
000880 COPY TIMESTMP.
000890*
000900 77  CUSTREJT-FILE-STATUS                PIC X(02) VALUE SPACES.
000910 77  CUSTRJWK-FILE-STATUS                PIC X(02) VALUE SPACES.
000920 77  CUSTRSLV-FILE-STATUS                PIC X(02) VALUE SPACES.
000930 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000940 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000950 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
000960 77  SIGNED-ON-OPERATOR-ID               PIC X(08) VALUE SPACES.
000970 77  ORIGINAL-REJECT-IMAGE               PIC X(120) VALUE SPACES.
000980 77  REPAIR-REASON                       PIC X(02) VALUE SPACES.
000990 77  REASON-DESCRIPTION                  PIC X(40) VALUE SPACES.
001000 77  ABANDON-REASON                      PIC X(40) VALUE SPACES.
001010 77  CUSTOMER-ID-ENTRY                   PIC X(06) VALUE SPACES.
001020 77  CUSTOMER-NAME-ENTRY                 PIC X(30) VALUE SPACES.
001030 77  ADDRESS-LINE-ENTRY                  PIC X(30) VALUE SPACES.
001040 77  CITY-ENTRY                          PIC X(20) VALUE SPACES.
001050 77  STATE-ENTRY                         PIC X(02) VALUE SPACES.
001060 77  POSTAL-CODE-ENTRY                   PIC X(08) VALUE SPACES.
001070 77  PHONE-NUMBER-ENTRY                  PIC X(11) VALUE SPACES.
001080 77  DECISION-CODE                       PIC X(01) VALUE SPACES.
001090     88  DECISION-CORRECT                     VALUE "C".
001100     88  DECISION-ABANDON                     VALUE "A".
001110     88  DECISION-NEXT                        VALUE "P".
001120     88  DECISION-QUIT                        VALUE "F".
001130     88  DECISION-VALID                       VALUE "C" "A"
001140                                                    "P" "F".
001150 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
001160     88  FILES-ARE-AVAILABLE                  VALUE "S".
001170     88  FILES-NOT-AVAILABLE                  VALUE "N".
001180 77  END-OF-REVIEW-SWITCH                PIC X(01) VALUE "N".
001190     88  END-OF-REVIEW                        VALUE "S".
001200     88  NOT-END-OF-REVIEW                    VALUE "N".
001210 77  END-OF-REJECT-SWITCH                PIC X(01) VALUE "N".
001220     88  END-OF-REJECT-FILE                   VALUE "S".
001230     88  NOT-END-OF-REJECT-FILE               VALUE "N".
001240 77  END-OF-WORK-SWITCH                  PIC X(01) VALUE "N".
001250     88  END-OF-WORK-FILE                     VALUE "S".
001260     88  NOT-END-OF-WORK-FILE                 VALUE "N".
001270 77  REJECT-DONE-SWITCH                  PIC X(01) VALUE "N".
001280     88  REJECT-IS-DONE                       VALUE "S".
001290     88  REJECT-NOT-DONE                      VALUE "N".
001300 77  REJECT-DISPOSITION                  PIC X(01) VALUE SPACES.
001310     88  REJECT-STAYS-QUEUED                  VALUE " ".
001320     88  REJECT-WAS-CORRECTED                 VALUE "C".
001330     88  REJECT-WAS-ABANDONED                 VALUE "A".
001340 77  QUEUE-CHANGED-SWITCH                PIC X(01) VALUE "N".
001350     88  QUEUE-WAS-CHANGED                    VALUE "S".
001360     88  QUEUE-NOT-CHANGED                    VALUE "N".
001370 77  DUPLICATE-SWITCH                    PIC X(01) VALUE "N".
001380     88  DUPLICATE-FOUND                      VALUE "S".
001390     88  DUPLICATE-NOT-FOUND                  VALUE "N".
001400 77  POSTAL-AVAIL-SWITCH                 PIC X(01) VALUE "N".
001410     88  POSTAL-FILE-AVAILABLE                VALUE "S".
001420     88  POSTAL-FILE-NOT-AVAILABLE            VALUE "N".
001430 77  POSTAL-MATCH-SWITCH                 PIC X(01) VALUE "N".
001440     88  POSTAL-CODE-MATCHES                  VALUE "S".
001450     88  POSTAL-CODE-MISMATCH                 VALUE "N".
001460 77  AGE-LIMIT-DAYS                      PIC 9(04) COMP
001470                                          VALUE 7.
001480 77  AGE-LIMIT-PARM                      PIC X(04) VALUE SPACES.
001490 77  AGE-LIMIT-PARM-RJ                   PIC X(04) VALUE SPACES.
001500 77  AGE-LIMIT-PARM-HOLD                 PIC X(04) VALUE SPACES.
001510 77  TODAY-DAYS-INT                      PIC S9(07) COMP.
001520 77  REJECT-DAYS-INT                     PIC S9(07) COMP.
001530 77  REJECT-AGE-DAYS                     PIC S9(07) COMP.
001540 77  REJECT-DATE-NUM                     PIC 9(08) VALUE ZEROS.
001550 77  AGE-DAYS-EDIT                       PIC ZZZZ9 VALUE ZEROS.
001560 77  OVERAGE-FLAG                        PIC X(20) VALUE SPACES.
001570 77  REJECTS-SHOWN-COUNT                 PIC 9(05) COMP
001580                                          VALUE ZERO.
001590 77  REJECTS-CORRECTED-COUNT             PIC 9(05) COMP
001600                                          VALUE ZERO.
001610 77  REJECTS-ABANDONED-COUNT             PIC 9(05) COMP
001620                                          VALUE ZERO.
001630 77  REJECTS-COUNT-EDIT                  PIC ZZZZ9 VALUE ZEROS.
001640*----------------------------------------------------------------
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------
001670*    0000-MAINLINE
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710         THRU 1000-INITIALIZE-EXIT
001720     IF FILES-ARE-AVAILABLE
001730         PERFORM 2000-REVIEW-NEXT-REJECT
001740             THRU 2000-REVIEW-NEXT-REJECT-EXIT
001750             UNTIL END-OF-REVIEW
001760         PERFORM 3000-KEEP-REMAINING-REJECTS
001770             THRU 3000-KEEP-REMAINING-REJECTS-EXIT
001780         PERFORM 4000-REWRITE-REJECT-QUEUE
001790             THRU 4000-REWRITE-REJECT-QUEUE-EXIT
001800         PERFORM 5000-SHOW-TOTALS
001810             THRU 5000-SHOW-TOTALS-EXIT
001820     END-IF
001830     PERFORM 9000-TERMINATE
001840         THRU 9000-TERMINATE-EXIT
001850     GOBACK.
001860*----------------------------------------------------------------
001870*    1000-INITIALIZE
001880*    NO QUEUE FILE MEANS NOTHING HAS EVER BEEN REJECTED.  THE
001890*    COUNTERS AND SWITCHES ARE RESET SO A SECOND CALL FROM THE
001900*    MENU IN THE SAME RUN UNIT STARTS CLEAN.
001910*----------------------------------------------------------------
001920 1000-INITIALIZE.
001930     MOVE ZERO TO REJECTS-SHOWN-COUNT
001940     MOVE ZERO TO REJECTS-CORRECTED-COUNT
001950     MOVE ZERO TO REJECTS-ABANDONED-COUNT
001960     SET FILES-NOT-AVAILABLE TO TRUE
001970     SET NOT-END-OF-REVIEW TO TRUE
001980     SET NOT-END-OF-REJECT-FILE TO TRUE
001990     SET QUEUE-NOT-CHANGED TO TRUE
002000     ACCEPT SIGNED-ON-OPERATOR-ID FROM ENVIRONMENT
002010         "MENU-OPERATOR-ID"
002020     IF SIGNED-ON-OPERATOR-ID = SPACES
002030         MOVE "CONSOLE" TO SIGNED-ON-OPERATOR-ID
002040     END-IF
002050     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
002060     COMPUTE TODAY-DAYS-INT =
002070         FUNCTION INTEGER-OF-DATE(800-CURRENT-YMD-NUM)
002080     PERFORM 1100-SET-AGE-LIMIT
002090         THRU 1100-SET-AGE-LIMIT-EXIT
002100     OPEN INPUT CUSTOMER-REJECT-FILE
002110     IF CUSTREJT-FILE-STATUS NOT = "00"
002120         DISPLAY '*** NENHUM REJEITADO PENDENTE ***'
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF
002150     OPEN I-O CUSTOMER-MASTER-FILE
002160     IF CUSTMAST-FILE-STATUS NOT = "00"
002170         DISPLAY '*** ARQUIVO DE CLIENTES NAO ENCONTRADO - '
002180                 'NADA A CORRIGIR ***'
002190         CLOSE CUSTOMER-REJECT-FILE
002200         GO TO 1000-INITIALIZE-EXIT
002210     END-IF
002220     OPEN OUTPUT REJECT-WORK-FILE
002230     PERFORM 1200-OPEN-HISTORY-FILE
002240         THRU 1200-OPEN-HISTORY-FILE-EXIT
002250     PERFORM 1300-OPEN-RESOLVED-FILE
002260         THRU 1300-OPEN-RESOLVED-FILE-EXIT
002270     PERFORM 1400-OPEN-POSTAL-FILE
002280         THRU 1400-OPEN-POSTAL-FILE-EXIT
002290     SET FILES-ARE-AVAILABLE TO TRUE
002300     .
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340*    1100-SET-AGE-LIMIT
002350*    THE SAME LIMIT AND OVERRIDE REJAGING USES (REJAGING-AGE-
002360*    LIMIT, DEFAULT 7 DAYS), EDITED THE SAME WAY, SO A REJECT
002370*    SHOWN AS OVERDUE HERE IS THE ONE FLAGGED ON THE REPORT.
002380*----------------------------------------------------------------
002390 1100-SET-AGE-LIMIT.
002400     MOVE 7 TO AGE-LIMIT-DAYS
002410     MOVE SPACES TO AGE-LIMIT-PARM
002420     ACCEPT AGE-LIMIT-PARM FROM ENVIRONMENT
002430         "REJAGING-AGE-LIMIT"
002440     IF AGE-LIMIT-PARM NOT = SPACES
002450         MOVE AGE-LIMIT-PARM TO AGE-LIMIT-PARM-RJ
002460         PERFORM 1110-SHIFT-PARM-RIGHT
002470             THRU 1110-SHIFT-PARM-RIGHT-EXIT
002480             UNTIL AGE-LIMIT-PARM-RJ(4:1) NOT = SPACE
002490             OR AGE-LIMIT-PARM-RJ = SPACES
002500         INSPECT AGE-LIMIT-PARM-RJ
002510             REPLACING LEADING SPACE BY ZERO
002520         IF AGE-LIMIT-PARM-RJ IS NUMERIC
002530             MOVE AGE-LIMIT-PARM-RJ TO AGE-LIMIT-DAYS
002540         END-IF
002550     END-IF
002560     .
002570 1100-SET-AGE-LIMIT-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600*    1110-SHIFT-PARM-RIGHT
002610*----------------------------------------------------------------
002620 1110-SHIFT-PARM-RIGHT.
002630     MOVE AGE-LIMIT-PARM-RJ TO AGE-LIMIT-PARM-HOLD
002640     MOVE SPACES TO AGE-LIMIT-PARM-RJ
002650     MOVE AGE-LIMIT-PARM-HOLD(1:3)
002660         TO AGE-LIMIT-PARM-RJ(2:3)
002670     .
002680 1110-SHIFT-PARM-RIGHT-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710*    1200-OPEN-HISTORY-FILE
002720*    CUSTOMER-HISTORY IS A SHARED, GROWING LOG - OPEN EXTEND TO
002730*    APPEND.  CREATE IT ON THE FIRST EVER RUN IN THIS SHOP.
002740*----------------------------------------------------------------
002750 1200-OPEN-HISTORY-FILE.
002760     OPEN EXTEND CUSTOMER-HISTORY-FILE
002770     IF CUSTHIST-FILE-STATUS = "35"
002780         OPEN OUTPUT CUSTOMER-HISTORY-FILE
002790         CLOSE CUSTOMER-HISTORY-FILE
002800         OPEN EXTEND CUSTOMER-HISTORY-FILE
002810     END-IF
002820     .
002830 1200-OPEN-HISTORY-FILE-EXIT.
002840     EXIT.
002850*----------------------------------------------------------------
002860*    1300-OPEN-RESOLVED-FILE
002870*    THE RESOLVED-REJECTS LOG GROWS LIKE CUSTHIST - OPEN EXTEND,
002880*    CREATED ON THE FIRST REPAIR SESSION.
002890*----------------------------------------------------------------
002900 1300-OPEN-RESOLVED-FILE.
002910     OPEN EXTEND RESOLVED-REJECT-FILE
002920     IF CUSTRSLV-FILE-STATUS = "35"
002930         OPEN OUTPUT RESOLVED-REJECT-FILE
002940         CLOSE RESOLVED-REJECT-FILE
002950         OPEN EXTEND RESOLVED-REJECT-FILE
002960     END-IF
002970     .
002980 1300-OPEN-RESOLVED-FILE-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010*    1400-OPEN-POSTAL-FILE
003020*    READ ONLY.  UNTIL THE FIRST CEPLOAD CREATES IT THERE IS
003030*    NOTHING TO CHECK AGAINST - THE SAME RULE AS TESTECOB.
003040*----------------------------------------------------------------
003050 1400-OPEN-POSTAL-FILE.
003060     SET POSTAL-FILE-NOT-AVAILABLE TO TRUE
003070     OPEN INPUT POSTAL-CODE-FILE
003080     IF CEPMAST-FILE-STATUS = "00"
003090         SET POSTAL-FILE-AVAILABLE TO TRUE
003100     ELSE
003110         DISPLAY '*** TABELA DE CEP NAO ENCONTRADA - '
003120                 'ENDERECO NAO VALIDADO ***'
003130     END-IF
003140     .
003150 1400-OPEN-POSTAL-FILE-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180*    2000-REVIEW-NEXT-REJECT
003190*    ONE REJECT PER PASS, IN QUEUE ORDER (OLDEST FIRST - THE
003200*    INTAKE APPENDS).  THE CLERK STAYS ON A REJECT UNTIL IT IS
003210*    LOADED, ABANDONED OR PASSED OVER.  A REJECT STILL ON THE
003220*    QUEUE - CORRECTIONS THAT FAILED AN EDIT INCLUDED, WITH THE
003230*    NEW REASON CODE - GOES TO THE WORK FILE THE QUEUE IS
003240*    REWRITTEN FROM.
003250*----------------------------------------------------------------
003260 2000-REVIEW-NEXT-REJECT.
003270     PERFORM 2100-GET-NEXT-REJECT-RECORD
003280         THRU 2100-GET-NEXT-REJECT-RECORD-EXIT
003290     IF END-OF-REJECT-FILE
003300         SET END-OF-REVIEW TO TRUE
003310         GO TO 2000-REVIEW-NEXT-REJECT-EXIT
003320     END-IF
003330     ADD 1 TO REJECTS-SHOWN-COUNT
003340     MOVE CUSTOMER-REJECT-RECORD TO ORIGINAL-REJECT-IMAGE
003350     MOVE SPACES TO REJECT-DISPOSITION
003360     SET REJECT-NOT-DONE TO TRUE
003370     PERFORM 2200-COMPUTE-REJECT-AGE
003380         THRU 2200-COMPUTE-REJECT-AGE-EXIT
003390     PERFORM 2300-HANDLE-REJECT
003400         THRU 2300-HANDLE-REJECT-EXIT
003410         UNTIL REJECT-IS-DONE
003420     IF REJECT-STAYS-QUEUED
003430         MOVE CUSTOMER-REJECT-RECORD TO REJECT-WORK-RECORD
003440         WRITE REJECT-WORK-RECORD
003450         IF CUSTOMER-REJECT-RECORD NOT = ORIGINAL-REJECT-IMAGE
003460             SET QUEUE-WAS-CHANGED TO TRUE
003470         END-IF
003480     ELSE
003490         SET QUEUE-WAS-CHANGED TO TRUE
003500     END-IF
003510     .
003520 2000-REVIEW-NEXT-REJECT-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550*    2100-GET-NEXT-REJECT-RECORD
003560*    SKIPS ANY BLANK LINE THE LINE SEQUENTIAL READER HANDS BACK
003570*    AT END OF FILE, THE SAME WAY REJAGING GUARDS ITS READ.
003580*----------------------------------------------------------------
003590 2100-GET-NEXT-REJECT-RECORD.
003600     PERFORM 2110-READ-REJECT-RECORD
003610         THRU 2110-READ-REJECT-RECORD-EXIT
003620     PERFORM 2110-READ-REJECT-RECORD
003630         THRU 2110-READ-REJECT-RECORD-EXIT
003640         UNTIL END-OF-REJECT-FILE
003650         OR CUSTOMER-REJECT-RECORD NOT = SPACES
003660     .
003670 2100-GET-NEXT-REJECT-RECORD-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700*    2110-READ-REJECT-RECORD
003710*----------------------------------------------------------------
003720 2110-READ-REJECT-RECORD.
003730     READ CUSTOMER-REJECT-FILE
003740         AT END
003750             SET END-OF-REJECT-FILE TO TRUE
003760     END-READ
003770     .
003780 2110-READ-REJECT-RECORD-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810*    2200-COMPUTE-REJECT-AGE
003820*    AGE IN DAYS FROM THE REJECT DATE, EXACTLY AS REJAGING
003830*    COMPUTES IT - AN UNREADABLE REJECT DATE COUNTS AS OVER THE
003840*    LIMIT.
003850*----------------------------------------------------------------
003860 2200-COMPUTE-REJECT-AGE.
003870     IF CR-REJECT-DATE IS NUMERIC
003880         MOVE CR-REJECT-DATE TO REJECT-DATE-NUM
003890         COMPUTE REJECT-DAYS-INT =
003900             FUNCTION INTEGER-OF-DATE(REJECT-DATE-NUM)
003910         COMPUTE REJECT-AGE-DAYS =
003920             TODAY-DAYS-INT - REJECT-DAYS-INT
003930     ELSE
003940         ADD 1 TO AGE-LIMIT-DAYS GIVING REJECT-AGE-DAYS
003950     END-IF
003960     MOVE REJECT-AGE-DAYS TO AGE-DAYS-EDIT
003970     IF REJECT-AGE-DAYS > AGE-LIMIT-DAYS
003980         MOVE '*** VENCIDO ***' TO OVERAGE-FLAG
003990     ELSE
004000         MOVE SPACES TO OVERAGE-FLAG
004010     END-IF
004020     .
004030 2200-COMPUTE-REJECT-AGE-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    2300-HANDLE-REJECT
004070*----------------------------------------------------------------
004080 2300-HANDLE-REJECT.
004090     PERFORM 2310-DISPLAY-REJECT
004100         THRU 2310-DISPLAY-REJECT-EXIT
004110     PERFORM 2320-ACCEPT-DECISION
004120         THRU 2320-ACCEPT-DECISION-EXIT
004130     EVALUATE TRUE
004140         WHEN DECISION-CORRECT
004150             PERFORM 2400-CORRECT-REJECT
004160                 THRU 2400-CORRECT-REJECT-EXIT
004170         WHEN DECISION-ABANDON
004180             PERFORM 2700-ABANDON-REJECT
004190                 THRU 2700-ABANDON-REJECT-EXIT
004200         WHEN DECISION-NEXT
004210             SET REJECT-IS-DONE TO TRUE
004220         WHEN DECISION-QUIT
004230             SET REJECT-IS-DONE TO TRUE
004240             SET END-OF-REVIEW TO TRUE
004250     END-EVALUATE
004260     .
004270 2300-HANDLE-REJECT-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    2310-DISPLAY-REJECT
004310*----------------------------------------------------------------
004320 2310-DISPLAY-REJECT.
004330     PERFORM 2315-DESCRIBE-REASON
004340         THRU 2315-DESCRIBE-REASON-EXIT
004350     DISPLAY ' '
004360     DISPLAY '=== REJEITADO PENDENTE DE CORRECAO ==='
004370     DISPLAY 'MOTIVO    = ' CR-REJECT-REASON ' - '
004380             REASON-DESCRIPTION
004390     DISPLAY 'REJEITADO = ' CR-REJECT-DATE(1:4) '/'
004400             CR-REJECT-DATE(5:2) '/' CR-REJECT-DATE(7:2)
004410             '  IDADE ' AGE-DAYS-EDIT ' DIAS  ' OVERAGE-FLAG
004420     DISPLAY 'CLIENTE   = ' CR-CUSTOMER-ID
004430     DISPLAY 'NOME      = ' CR-CUSTOMER-NAME
004440     DISPLAY 'ENDERECO  = ' CR-ADDRESS-LINE
004450     DISPLAY 'CIDADE/UF = ' CR-CITY ' ' CR-STATE
004460     DISPLAY 'CEP       = ' CR-POSTAL-CODE
004470     DISPLAY 'TELEFONE  = ' CR-PHONE-NUMBER
004480     .
004490 2310-DISPLAY-REJECT-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520*    2315-DESCRIBE-REASON
004530*    THE REASON CODES ARE LISTED IN CUSTRJCP.
004540*----------------------------------------------------------------
004550 2315-DESCRIBE-REASON.
004560     EVALUATE CR-REJECT-REASON
004570         WHEN "ID"
004580             MOVE 'ID NAO NUMERICO' TO REASON-DESCRIPTION
004590         WHEN "NM"
004600             MOVE 'NOME EM BRANCO OU NAO ALFABETICO'
004610                 TO REASON-DESCRIPTION
004620         WHEN "DI"
004630             MOVE 'ID JA CADASTRADO' TO REASON-DESCRIPTION
004640         WHEN "DN"
004650             MOVE 'NOME JA CADASTRADO' TO REASON-DESCRIPTION
004660         WHEN "CP"
004670             MOVE 'CEP NAO CADASTRADO OU CIDADE/UF NAO CONFEREM'
004680                 TO REASON-DESCRIPTION
004690         WHEN OTHER
004700             MOVE 'MOTIVO DESCONHECIDO' TO REASON-DESCRIPTION
004710     END-EVALUATE
004720     .
004730 2315-DESCRIBE-REASON-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760*    2320-ACCEPT-DECISION
004770*    LOOPS UNTIL THE CLERK ENTERS A VALID DECISION.
004780*----------------------------------------------------------------
004790 2320-ACCEPT-DECISION.
004800     MOVE SPACES TO DECISION-CODE
004810     PERFORM 2330-PROMPT-FOR-DECISION
004820         THRU 2330-PROMPT-FOR-DECISION-EXIT
004830         UNTIL DECISION-VALID
004840     .
004850 2320-ACCEPT-DECISION-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880*    2330-PROMPT-FOR-DECISION
004890*----------------------------------------------------------------
004900 2330-PROMPT-FOR-DECISION.
004910     DISPLAY 'C - CORRIGIR  A - ABANDONAR  P - PROXIMO  F - FIM'
004920     DISPLAY 'DIGITE SUA OPCAO: '
004930     ACCEPT DECISION-CODE
004940     MOVE FUNCTION UPPER-CASE(DECISION-CODE) TO DECISION-CODE
004950     IF NOT DECISION-VALID
004960         DISPLAY '*** OPCAO INVALIDA ***'
004970     END-IF
004980     .
004990 2330-PROMPT-FOR-DECISION-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020*    2400-CORRECT-REJECT
005030*    THE CORRECTED RECORD IS EDITED EXACTLY AS TESTECOB'S
005040*    INTAKE EDITS IT.  A RECORD THAT STILL FAILS KEEPS THE
005050*    CLERK'S CORRECTIONS AND TAKES THE NEW REASON CODE, AND IS
005060*    SHOWN AGAIN; A CLEAN ONE IS LOADED AND LEAVES THE QUEUE.
005070*----------------------------------------------------------------
005080 2400-CORRECT-REJECT.
005090     PERFORM 2410-ACCEPT-CORRECTIONS
005100         THRU 2410-ACCEPT-CORRECTIONS-EXIT
005110     PERFORM 2500-EDIT-CORRECTED-REJECT
005120         THRU 2500-EDIT-CORRECTED-REJECT-EXIT
005130     IF REPAIR-REASON NOT = SPACES
005140         MOVE REPAIR-REASON TO CR-REJECT-REASON
005150         PERFORM 2315-DESCRIBE-REASON
005160             THRU 2315-DESCRIBE-REASON-EXIT
005170         DISPLAY '*** REGISTRO CONTINUA REJEITADO - MOTIVO '
005180                 REPAIR-REASON ' ***'
005190         DISPLAY '*** ' REASON-DESCRIPTION ' ***'
005200         GO TO 2400-CORRECT-REJECT-EXIT
005210     END-IF
005220     PERFORM 2600-WRITE-CUSTOMER-RECORD
005230         THRU 2600-WRITE-CUSTOMER-RECORD-EXIT
005240     .
005250 2400-CORRECT-REJECT-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*    2410-ACCEPT-CORRECTIONS
005290*    ONE PROMPT PER FIELD OF THE INTAKE IMAGE.  A FIELD LEFT
005300*    BLANK KEEPS WHAT THE QUEUE HOLDS - MOST REJECTS NEED ONE
005310*    FIELD FIXED, NOT THE WHOLE RECORD RE-KEYED.  NAME, ADDRESS,
005320*    CITY AND UF ARE FOLDED TO UPPER CASE AS TESTECOB FOLDS
005330*    THEM.
005340*----------------------------------------------------------------
005350 2410-ACCEPT-CORRECTIONS.
005360     DISPLAY 'DIGITE AS CORRECOES (EM BRANCO MANTEM O VALOR)'
005370     DISPLAY 'NUMERO DE IDENTIFICACAO (6 DIGITOS): '
005380     MOVE SPACES TO CUSTOMER-ID-ENTRY
005390     ACCEPT CUSTOMER-ID-ENTRY
005400     IF CUSTOMER-ID-ENTRY NOT = SPACES
005410         MOVE CUSTOMER-ID-ENTRY TO CR-CUSTOMER-ID
005420     END-IF
005430     DISPLAY 'NOME: '
005440     MOVE SPACES TO CUSTOMER-NAME-ENTRY
005450     ACCEPT CUSTOMER-NAME-ENTRY
005460     IF CUSTOMER-NAME-ENTRY NOT = SPACES
005470         MOVE CUSTOMER-NAME-ENTRY TO CR-CUSTOMER-NAME
005480     END-IF
005490     DISPLAY 'ENDERECO: '
005500     MOVE SPACES TO ADDRESS-LINE-ENTRY
005510     ACCEPT ADDRESS-LINE-ENTRY
005520     IF ADDRESS-LINE-ENTRY NOT = SPACES
005530         MOVE ADDRESS-LINE-ENTRY TO CR-ADDRESS-LINE
005540     END-IF
005550     DISPLAY 'CIDADE: '
005560     MOVE SPACES TO CITY-ENTRY
005570     ACCEPT CITY-ENTRY
005580     IF CITY-ENTRY NOT = SPACES
005590         MOVE CITY-ENTRY TO CR-CITY
005600     END-IF
005610     DISPLAY 'UF: '
005620     MOVE SPACES TO STATE-ENTRY
005630     ACCEPT STATE-ENTRY
005640     IF STATE-ENTRY NOT = SPACES
005650         MOVE STATE-ENTRY TO CR-STATE
005660     END-IF
005670     DISPLAY 'CEP: '
005680     MOVE SPACES TO POSTAL-CODE-ENTRY
005690     ACCEPT POSTAL-CODE-ENTRY
005700     IF POSTAL-CODE-ENTRY NOT = SPACES
005710         MOVE POSTAL-CODE-ENTRY TO CR-POSTAL-CODE
005720     END-IF
005730     DISPLAY 'TELEFONE: '
005740     MOVE SPACES TO PHONE-NUMBER-ENTRY
005750     ACCEPT PHONE-NUMBER-ENTRY
005760     IF PHONE-NUMBER-ENTRY NOT = SPACES
005770         MOVE PHONE-NUMBER-ENTRY TO CR-PHONE-NUMBER
005780     END-IF
005790     MOVE FUNCTION UPPER-CASE(CR-CUSTOMER-NAME)
005800         TO CR-CUSTOMER-NAME
005810     MOVE FUNCTION UPPER-CASE(CR-ADDRESS-LINE)
005820         TO CR-ADDRESS-LINE
005830     MOVE FUNCTION UPPER-CASE(CR-CITY) TO CR-CITY
005840     MOVE FUNCTION UPPER-CASE(CR-STATE) TO CR-STATE
005850     .
005860 2410-ACCEPT-CORRECTIONS-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890*    2500-EDIT-CORRECTED-REJECT
005900*    TESTECOB'S INTAKE EDITS, IN ITS ORDER, WITH ITS REASON
005910*    CODES: NUMERIC ID, NON-BLANK ALPHABETIC NAME WITH NO
005920*    LEADING SPACE, ID AND NAME NOT ALREADY ON CUSTOMER-MASTER,
005930*    CITY/UF/CEP ON THE POSTAL-CODE FILE (ALL THREE BLANK, OR NO
005940*    POSTAL-CODE FILE YET, PASSES).
005950*----------------------------------------------------------------
005960 2500-EDIT-CORRECTED-REJECT.
005970     MOVE SPACES TO REPAIR-REASON
005980     IF CR-CUSTOMER-ID IS NOT NUMERIC
005990         MOVE "ID" TO REPAIR-REASON
006000         GO TO 2500-EDIT-CORRECTED-REJECT-EXIT
006010     END-IF
006020     IF CR-CUSTOMER-NAME = SPACES
006030             OR CR-CUSTOMER-NAME(1:1) = SPACE
006040             OR CR-CUSTOMER-NAME IS NOT ALPHABETIC
006050         MOVE "NM" TO REPAIR-REASON
006060         GO TO 2500-EDIT-CORRECTED-REJECT-EXIT
006070     END-IF
006080     PERFORM 2510-CHECK-DUPLICATE-ID
006090         THRU 2510-CHECK-DUPLICATE-ID-EXIT
006100     IF DUPLICATE-FOUND
006110         MOVE "DI" TO REPAIR-REASON
006120         GO TO 2500-EDIT-CORRECTED-REJECT-EXIT
006130     END-IF
006140     PERFORM 2520-CHECK-DUPLICATE-NAME
006150         THRU 2520-CHECK-DUPLICATE-NAME-EXIT
006160     IF DUPLICATE-FOUND
006170         MOVE "DN" TO REPAIR-REASON
006180         GO TO 2500-EDIT-CORRECTED-REJECT-EXIT
006190     END-IF
006200     PERFORM 2530-CHECK-POSTAL-CODE
006210         THRU 2530-CHECK-POSTAL-CODE-EXIT
006220     IF POSTAL-CODE-MISMATCH
006230         MOVE "CP" TO REPAIR-REASON
006240     END-IF
006250     .
006260 2500-EDIT-CORRECTED-REJECT-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290*    2510-CHECK-DUPLICATE-ID
006300*    RANDOM READ BY KEY.
006310*----------------------------------------------------------------
006320 2510-CHECK-DUPLICATE-ID.
006330     SET DUPLICATE-NOT-FOUND TO TRUE
006340     MOVE CR-CUSTOMER-ID TO CM-CUSTOMER-ID
006350     READ CUSTOMER-MASTER-FILE
006360         INVALID KEY
006370             CONTINUE
006380         NOT INVALID KEY
006390             SET DUPLICATE-FOUND TO TRUE
006400     END-READ
006410     .
006420 2510-CHECK-DUPLICATE-ID-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450*    2520-CHECK-DUPLICATE-NAME
006460*    RANDOM READ BY THE ALTERNATE RECORD KEY ON NAME.
006470*----------------------------------------------------------------
006480 2520-CHECK-DUPLICATE-NAME.
006490     SET DUPLICATE-NOT-FOUND TO TRUE
006500     MOVE CR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
006510     READ CUSTOMER-MASTER-FILE
006520         KEY IS CM-CUSTOMER-NAME
006530         INVALID KEY
006540             CONTINUE
006550         NOT INVALID KEY
006560             SET DUPLICATE-FOUND TO TRUE
006570     END-READ
006580     .
006590 2520-CHECK-DUPLICATE-NAME-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620*    2530-CHECK-POSTAL-CODE
006630*    RANDOM READ OF THE POSTAL-CODE REFERENCE FILE BY CEP - THE
006640*    CITY AND STATE ON FILE MUST EQUAL THE CORRECTED ONES.  ON
006650*    A MISMATCH THE CITY AND UF THE TABLE HOLDS FOR THE CEP ARE
006660*    SHOWN, AS ON TESTECOB'S SCREEN.
006670*----------------------------------------------------------------
006680 2530-CHECK-POSTAL-CODE.
006690     SET POSTAL-CODE-MATCHES TO TRUE
006700     IF POSTAL-FILE-NOT-AVAILABLE
006710         GO TO 2530-CHECK-POSTAL-CODE-EXIT
006720     END-IF
006730     IF CR-CITY = SPACES AND CR-STATE = SPACES
006740             AND CR-POSTAL-CODE = SPACES
006750         GO TO 2530-CHECK-POSTAL-CODE-EXIT
006760     END-IF
006770     MOVE CR-POSTAL-CODE TO PC-POSTAL-CODE
006780     READ POSTAL-CODE-FILE
006790         INVALID KEY
006800             SET POSTAL-CODE-MISMATCH TO TRUE
006810         NOT INVALID KEY
006820             IF PC-CITY NOT = CR-CITY
006830                     OR PC-STATE NOT = CR-STATE
006840                 SET POSTAL-CODE-MISMATCH TO TRUE
006850                 DISPLAY '*** CEP ' PC-POSTAL-CODE
006860                         ' PERTENCE A ' PC-CITY ' '
006870                         PC-STATE ' ***'
006880             END-IF
006890     END-READ
006900     .
006910 2530-CHECK-POSTAL-CODE-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940*    2600-WRITE-CUSTOMER-RECORD
006950*    THE SAME RECORD TESTECOB BUILDS ON AN ADD - REGISTERED AND
006960*    LAST CHANGED TODAY, SO THE NIGHTLY CUSTEXTR DELTA PICKS IT
006970*    UP, AND ACTIVE.  A WRITE THAT FAILS (SOMEONE ADDED THE ID
006980*    SINCE THE EDIT) LEAVES THE REJECT ON THE QUEUE AS "DI".
006990*----------------------------------------------------------------
007000 2600-WRITE-CUSTOMER-RECORD.
007010     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
007020     MOVE SPACES TO CUSTOMER-MASTER-RECORD
007030     MOVE CR-CUSTOMER-ID TO CM-CUSTOMER-ID
007040     MOVE CR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
007050     MOVE 800-CURRENT-DATE-YYYY TO CM-REG-YYYY
007060     MOVE 800-CURRENT-DATE-MM TO CM-REG-MM
007070     MOVE 800-CURRENT-DATE-DD TO CM-REG-DD
007080     MOVE 800-CURRENT-DATE-YYYY TO CM-CHG-YYYY
007090     MOVE 800-CURRENT-DATE-MM TO CM-CHG-MM
007100     MOVE 800-CURRENT-DATE-DD TO CM-CHG-DD
007110     MOVE CR-ADDRESS-LINE TO CM-ADDRESS-LINE
007120     MOVE CR-CITY TO CM-CITY
007130     MOVE CR-STATE TO CM-STATE
007140     MOVE CR-POSTAL-CODE TO CM-POSTAL-CODE
007150     MOVE CR-PHONE-NUMBER TO CM-PHONE-NUMBER
007160     SET CM-CUSTOMER-ACTIVE TO TRUE
007170     WRITE CUSTOMER-MASTER-RECORD
007180         INVALID KEY
007190             MOVE "DI" TO CR-REJECT-REASON
007200             DISPLAY '*** ERRO GRAVANDO CLIENTE - REGISTRO '
007210                     'CONTINUA REJEITADO ***'
007220         NOT INVALID KEY
007230             PERFORM 2650-LOG-CUSTOMER-ADD
007240                 THRU 2650-LOG-CUSTOMER-ADD-EXIT
007250             SET REJECT-WAS-CORRECTED TO TRUE
007260             PERFORM 2800-WRITE-RESOLVED-RECORD
007270                 THRU 2800-WRITE-RESOLVED-RECORD-EXIT
007280             ADD 1 TO REJECTS-CORRECTED-COUNT
007290             SET REJECT-IS-DONE TO TRUE
007300             DISPLAY '*** CLIENTE ' CM-CUSTOMER-ID
007310                     ' CADASTRADO - REJEITADO RESOLVIDO ***'
007320     END-WRITE
007330     .
007340 2600-WRITE-CUSTOMER-RECORD-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370*    2650-LOG-CUSTOMER-ADD
007380*    APPENDS THE ADD TO THE CUSTOMER-CHANGE HISTORY UNDER THE
007390*    SIGNED-ON OPERATOR - AN ADD HAS NO BEFORE IMAGE.  IT IS A
007400*    SCREEN ADD, NOT PART OF ANY INTAKE BATCH, SO
007410*    CH-ACTION-SOURCE STAYS BLANK.
007420*----------------------------------------------------------------
007430 2650-LOG-CUSTOMER-ADD.
007440     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
007450     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
007460     MOVE "I" TO CH-ACTION-CODE
007470     MOVE 800-CURRENT-DATE-YYYY TO CH-ACTION-YYYY
007480     MOVE 800-CURRENT-DATE-MM TO CH-ACTION-MM
007490     MOVE 800-CURRENT-DATE-DD TO CH-ACTION-DD
007500     MOVE 800-CURRENT-TIME-HH TO CH-ACTION-HH
007510     MOVE 800-CURRENT-TIME-MM TO CH-ACTION-MI
007520     MOVE 800-CURRENT-TIME-SS TO CH-ACTION-SS
007530     MOVE SIGNED-ON-OPERATOR-ID TO CH-OPERATOR-ID
007540     MOVE CUSTOMER-MASTER-RECORD TO CH-AFTER-IMAGE
007550     WRITE CUSTOMER-HISTORY-RECORD
007560     .
007570 2650-LOG-CUSTOMER-ADD-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600*    2700-ABANDON-REJECT
007610*    A REJECT THAT WILL NEVER LOAD (A TEST RECORD, A CUSTOMER
007620*    ALREADY KEYED BY HAND, A BRANCH THAT WITHDREW IT) LEAVES
007630*    THE QUEUE ONLY WITH A REASON.  A BLANK REASON CANCELS.
007640*----------------------------------------------------------------
007650 2700-ABANDON-REJECT.
007660     DISPLAY 'MOTIVO DO ABANDONO (EM BRANCO CANCELA): '
007670     MOVE SPACES TO ABANDON-REASON
007680     ACCEPT ABANDON-REASON
007690     IF ABANDON-REASON = SPACES
007700         DISPLAY '*** ABANDONO CANCELADO ***'
007710         GO TO 2700-ABANDON-REJECT-EXIT
007720     END-IF
007730     MOVE FUNCTION UPPER-CASE(ABANDON-REASON) TO ABANDON-REASON
007740     SET REJECT-WAS-ABANDONED TO TRUE
007750     PERFORM 2800-WRITE-RESOLVED-RECORD
007760         THRU 2800-WRITE-RESOLVED-RECORD-EXIT
007770     ADD 1 TO REJECTS-ABANDONED-COUNT
007780     SET REJECT-IS-DONE TO TRUE
007790     DISPLAY '*** REJEITADO ABANDONADO ***'
007800     .
007810 2700-ABANDON-REJECT-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840*    2800-WRITE-RESOLVED-RECORD
007850*    THE QUEUE RECORD AS THE CLERK FOUND IT, WITH WHAT BECAME
007860*    OF IT - THE CORRECTED VALUES ARE ON CUSTHIST'S AFTER IMAGE.
007870*----------------------------------------------------------------
007880 2800-WRITE-RESOLVED-RECORD.
007890     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
007900     MOVE SPACES TO RESOLVED-REJECT-RECORD
007910     MOVE ORIGINAL-REJECT-IMAGE TO RV-REJECT-IMAGE
007920     MOVE REJECT-DISPOSITION TO RV-DISPOSITION-CODE
007930     MOVE 800-CURRENT-DATE(1:8) TO RV-RESOLVED-DATE
007940     MOVE 800-CURRENT-DATE(9:6) TO RV-RESOLVED-TIME
007950     MOVE SIGNED-ON-OPERATOR-ID TO RV-RESOLVED-BY
007960     MOVE REJECT-AGE-DAYS TO RV-AGE-DAYS
007970     IF RV-REJECT-CORRECTED
007980         MOVE CR-CUSTOMER-ID TO RV-APPLIED-CUSTOMER-ID
007990     ELSE
008000         MOVE ABANDON-REASON TO RV-ABANDON-REASON
008010     END-IF
008020     WRITE RESOLVED-REJECT-RECORD
008030     .
008040 2800-WRITE-RESOLVED-RECORD-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070*    3000-KEEP-REMAINING-REJECTS
008080*    THE REJECTS THE CLERK NEVER REACHED STAY ON THE QUEUE AS
008090*    THEY ARE.
008100*----------------------------------------------------------------
008110 3000-KEEP-REMAINING-REJECTS.
008120     IF END-OF-REJECT-FILE
008130         GO TO 3000-KEEP-REMAINING-REJECTS-EXIT
008140     END-IF
008150     PERFORM 2100-GET-NEXT-REJECT-RECORD
008160         THRU 2100-GET-NEXT-REJECT-RECORD-EXIT
008170     PERFORM 3100-KEEP-ONE-REJECT
008180         THRU 3100-KEEP-ONE-REJECT-EXIT
008190         UNTIL END-OF-REJECT-FILE
008200     .
008210 3000-KEEP-REMAINING-REJECTS-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240*    3100-KEEP-ONE-REJECT
008250*----------------------------------------------------------------
008260 3100-KEEP-ONE-REJECT.
008270     MOVE CUSTOMER-REJECT-RECORD TO REJECT-WORK-RECORD
008280     WRITE REJECT-WORK-RECORD
008290     PERFORM 2100-GET-NEXT-REJECT-RECORD
008300         THRU 2100-GET-NEXT-REJECT-RECORD-EXIT
008310     .
008320 3100-KEEP-ONE-REJECT-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------
008350*    4000-REWRITE-REJECT-QUEUE
008360*    WHEN ANY REJECT WAS LOADED, ABANDONED OR RE-EDITED THE
008370*    QUEUE IS REWRITTEN FROM THE WORK FILE - THE SAME WAY A
008380*    TESTECOB REPROCESS RUN REWRITES IT - EACH REJECT KEEPING
008390*    ITS ORIGINAL REJECT DATE.  THE SCREEN IS A DAYTIME JOB;
008400*    THE INTAKE THAT APPENDS TO THE QUEUE RUNS IN THE NIGHT
008410*    STREAM, SO THE TWO NEVER HOLD THE QUEUE AT ONCE.
008420*----------------------------------------------------------------
008430 4000-REWRITE-REJECT-QUEUE.
008440     CLOSE CUSTOMER-REJECT-FILE
008450     CLOSE REJECT-WORK-FILE
008460     IF QUEUE-NOT-CHANGED
008470         GO TO 4000-REWRITE-REJECT-QUEUE-EXIT
008480     END-IF
008490     OPEN INPUT REJECT-WORK-FILE
008500     OPEN OUTPUT CUSTOMER-REJECT-FILE
008510     SET NOT-END-OF-WORK-FILE TO TRUE
008520     PERFORM 4100-GET-NEXT-WORK-RECORD
008530         THRU 4100-GET-NEXT-WORK-RECORD-EXIT
008540     PERFORM 4200-COPY-ONE-REJECT
008550         THRU 4200-COPY-ONE-REJECT-EXIT
008560         UNTIL END-OF-WORK-FILE
008570     CLOSE REJECT-WORK-FILE
008580     CLOSE CUSTOMER-REJECT-FILE
008590     .
008600 4000-REWRITE-REJECT-QUEUE-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630*    4100-GET-NEXT-WORK-RECORD
008640*    THE SAME BLANK-LINE GUARD AS 2100.
008650*----------------------------------------------------------------
008660 4100-GET-NEXT-WORK-RECORD.
008670     PERFORM 4110-READ-WORK-RECORD
008680         THRU 4110-READ-WORK-RECORD-EXIT
008690     PERFORM 4110-READ-WORK-RECORD
008700         THRU 4110-READ-WORK-RECORD-EXIT
008710         UNTIL END-OF-WORK-FILE
008720         OR REJECT-WORK-RECORD NOT = SPACES
008730     .
008740 4100-GET-NEXT-WORK-RECORD-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770*    4110-READ-WORK-RECORD
008780*----------------------------------------------------------------
008790 4110-READ-WORK-RECORD.
008800     READ REJECT-WORK-FILE
008810         AT END
008820             SET END-OF-WORK-FILE TO TRUE
008830     END-READ
008840     .
008850 4110-READ-WORK-RECORD-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880*    4200-COPY-ONE-REJECT
008890*----------------------------------------------------------------
008900 4200-COPY-ONE-REJECT.
008910     MOVE REJECT-WORK-RECORD TO CUSTOMER-REJECT-RECORD
008920     WRITE CUSTOMER-REJECT-RECORD
008930     PERFORM 4100-GET-NEXT-WORK-RECORD
008940         THRU 4100-GET-NEXT-WORK-RECORD-EXIT
008950     .
008960 4200-COPY-ONE-REJECT-EXIT.
008970     EXIT.
008980*----------------------------------------------------------------
008990*    5000-SHOW-TOTALS
009000*----------------------------------------------------------------
009010 5000-SHOW-TOTALS.
009020     IF REJECTS-SHOWN-COUNT = ZERO
009030         DISPLAY '*** NENHUM REJEITADO PENDENTE ***'
009040         GO TO 5000-SHOW-TOTALS-EXIT
009050     END-IF
009060     MOVE REJECTS-SHOWN-COUNT TO REJECTS-COUNT-EDIT
009070     DISPLAY 'REJEITADOS EXIBIDOS    = ' REJECTS-COUNT-EDIT
009080     MOVE REJECTS-CORRECTED-COUNT TO REJECTS-COUNT-EDIT
009090     DISPLAY 'REJEITADOS CORRIGIDOS  = ' REJECTS-COUNT-EDIT
009100     MOVE REJECTS-ABANDONED-COUNT TO REJECTS-COUNT-EDIT
009110     DISPLAY 'REJEITADOS ABANDONADOS = ' REJECTS-COUNT-EDIT
009120     .
009130 5000-SHOW-TOTALS-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160*    9000-TERMINATE
009170*    THE QUEUE AND THE WORK FILE ARE ALREADY CLOSED BY 4000.
009180*----------------------------------------------------------------
009190 9000-TERMINATE.
009200     IF FILES-ARE-AVAILABLE
009210         CLOSE CUSTOMER-MASTER-FILE
009220         CLOSE CUSTOMER-HISTORY-FILE
009230         CLOSE RESOLVED-REJECT-FILE
009240         IF POSTAL-FILE-AVAILABLE
009250             CLOSE POSTAL-CODE-FILE
009260         END-IF
009270     END-IF
009280     .
009290 9000-TERMINATE-EXIT.
009300     EXIT.
