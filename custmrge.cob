000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custmrge.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - DUPLICATE-CUSTOMER MERGE, IN
000140*                     THE CUSTAPRV MOLD.  THE SUPERVISOR KEYS THE
000150*                     SURVIVING ID AND THE DUPLICATE ID (USUALLY
000160*                     A PAIR FROM THE CUSTDUPL REPORT), CHECKS
000170*                     BOTH ON SCREEN AND CONFIRMS.  THE SURVIVOR
000180*                     KEEPS ITS ID AND TAKES OVER THE DUPLICATE'S
000190*                     ADDRESS BLOCK AND PHONE ONLY WHERE ITS OWN
000200*                     ARE BLANK; THE DUPLICATE IS DELETED.  BOTH
000210*                     ARE LOGGED TO CUSTHIST UNDER THE SUPERVISOR
000220*                     AND THE PAIR IS APPENDED TO THE MERGE
000230*                     CROSS-REFERENCE (CUSTMXRF, SEE CUSTMXCP) SO
000240*                     BILLING MOVES THE OLD ACCOUNT'S HISTORY TO
000250*                     THE SURVIVOR INSTEAD OF LOSING IT.  REACHED
000260*                     FROM THE MENU, SUPERVISORS ONLY.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
000360         ALTERNATE RECORD KEY IS
000370             CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
000380         FILE STATUS IS CUSTMAST-FILE-STATUS.
000390     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CUSTHIST-FILE-STATUS.
000420     SELECT CUSTOMER-MERGE-FILE ASSIGN TO "CUSTMXRF"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CUSTMXRF-FILE-STATUS.
000450*----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CUSTOMER-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CUSTCP.
000510 FD  CUSTOMER-HISTORY-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY CUSTHSCP.
000540 FD  CUSTOMER-MERGE-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTMXCP.
000570*----------------------------------------------------------------
000580 WORKING-STORAGE SECTION.
000590 COPY TIMESTMP.
000600 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000610                        SURVIVOR-CUSTOMER-RECORD.
000620 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000630                        DUPLICATE-CUSTOMER-RECORD.
000640*
000650 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000660 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000670 77  CUSTMXRF-FILE-STATUS                PIC X(02) VALUE SPACES.
000680 77  SIGNED-ON-OPERATOR-ID               PIC X(08) VALUE SPACES.
000690 77  SIGNED-ON-AUTH-LEVEL                PIC X(01) VALUE SPACES.
000700     88  SIGNED-ON-IS-SUPERVISOR              VALUE "2".
000710 77  HISTORY-ACTION-CODE                 PIC X(01) VALUE SPACES.
000720 77  BEFORE-IMAGE-HOLD                   PIC X(126) VALUE SPACES.
000730 77  CUSTOMER-ID-EDIT                    PIC X(06) VALUE SPACES.
000740 77  CUSTOMER-ID-SAVE                    PIC 9(06) VALUE ZERO.
000750 77  SURVIVOR-ID-SAVE                    PIC 9(06) VALUE ZERO.
000760 77  DUPLICATE-ID-SAVE                   PIC 9(06) VALUE ZERO.
000770 77  CONFIRM-MERGE-CODE                  PIC X(01) VALUE SPACES.
000780     88  MERGE-IS-CONFIRMED                   VALUE "S".
000790 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
000800     88  FILES-ARE-AVAILABLE                  VALUE "S".
000810     88  FILES-NOT-AVAILABLE                  VALUE "N".
000820 77  END-OF-MERGE-SWITCH                 PIC X(01) VALUE "N".
000830     88  END-OF-MERGE                         VALUE "S".
000840     88  NOT-END-OF-MERGE                     VALUE "N".
000850 77  CUSTOMER-FOUND-SWITCH               PIC X(01) VALUE "N".
000860     88  CUSTOMER-WAS-FOUND                   VALUE "S".
000870     88  CUSTOMER-NOT-FOUND                   VALUE "N".
000880 77  SURVIVOR-UPDATED-SWITCH             PIC X(01) VALUE "N".
000890     88  SURVIVOR-WAS-UPDATED                 VALUE "S".
000900     88  SURVIVOR-NOT-UPDATED                 VALUE "N".
000910 77  MERGES-DONE-COUNT                   PIC 9(05) COMP
000920                                          VALUE ZERO.
000930 77  MERGES-COUNT-EDIT                   PIC ZZZZ9 VALUE ZEROS.
000940*----------------------------------------------------------------
000950 PROCEDURE DIVISION.
000960*----------------------------------------------------------------
000970*    0000-MAINLINE
000980*----------------------------------------------------------------
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE
001010         THRU 1000-INITIALIZE-EXIT
001020     IF FILES-ARE-AVAILABLE
001030         PERFORM 2000-MERGE-NEXT-PAIR
001040             THRU 2000-MERGE-NEXT-PAIR-EXIT
001050             UNTIL END-OF-MERGE
001060         MOVE MERGES-DONE-COUNT TO MERGES-COUNT-EDIT
001070         DISPLAY 'FUSOES REALIZADAS = ' MERGES-COUNT-EDIT
001080     END-IF
001090     PERFORM 9000-TERMINATE
001100         THRU 9000-TERMINATE-EXIT
001110     GOBACK.
001120*----------------------------------------------------------------
001130*    1000-INITIALIZE
001140*    THE MENU ONLY OFFERS THIS PROGRAM TO SUPERVISORS; THE LEVEL
001150*    IS CHECKED AGAIN HERE SO A RUN OUTSIDE THE MENU CANNOT
001160*    MERGE ANYTHING.  THE COUNTER AND SWITCHES ARE RESET SO A
001170*    SECOND CALL FROM THE MENU IN THE SAME RUN UNIT STARTS
001180*    CLEAN.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210     MOVE ZERO TO MERGES-DONE-COUNT
001220     SET FILES-NOT-AVAILABLE TO TRUE
001230     SET NOT-END-OF-MERGE TO TRUE
001240     ACCEPT SIGNED-ON-OPERATOR-ID FROM ENVIRONMENT
001250         "MENU-OPERATOR-ID"
001260     IF SIGNED-ON-OPERATOR-ID = SPACES
001270         MOVE "CONSOLE" TO SIGNED-ON-OPERATOR-ID
001280     END-IF
001290     ACCEPT SIGNED-ON-AUTH-LEVEL FROM ENVIRONMENT
001300         "MENU-OPERATOR-LEVEL"
001310     IF NOT SIGNED-ON-IS-SUPERVISOR
001320         DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF
001350     OPEN I-O CUSTOMER-MASTER-FILE
001360     IF CUSTMAST-FILE-STATUS NOT = "00"
001370         DISPLAY '*** ARQUIVO DE CLIENTES NAO ENCONTRADO - '
001380                 'NADA A FUNDIR ***'
001390         GO TO 1000-INITIALIZE-EXIT
001400     END-IF
001410     PERFORM 1100-OPEN-LOG-FILES
001420         THRU 1100-OPEN-LOG-FILES-EXIT
001430     SET FILES-ARE-AVAILABLE TO TRUE
001440     .
001450 1000-INITIALIZE-EXIT.
001460     EXIT.
001470*----------------------------------------------------------------
001480*    1100-OPEN-LOG-FILES
001490*    CUSTOMER-HISTORY AND THE MERGE CROSS-REFERENCE ARE BOTH
001500*    GROWING LOGS - OPEN EXTEND TO APPEND.  CREATE EITHER ONE ON
001510*    THE FIRST EVER RUN IN THIS SHOP.
001520*----------------------------------------------------------------
001530 1100-OPEN-LOG-FILES.
001540     OPEN EXTEND CUSTOMER-HISTORY-FILE
001550     IF CUSTHIST-FILE-STATUS = "35"
001560         OPEN OUTPUT CUSTOMER-HISTORY-FILE
001570         CLOSE CUSTOMER-HISTORY-FILE
001580         OPEN EXTEND CUSTOMER-HISTORY-FILE
001590     END-IF
001600     OPEN EXTEND CUSTOMER-MERGE-FILE
001610     IF CUSTMXRF-FILE-STATUS = "35"
001620         OPEN OUTPUT CUSTOMER-MERGE-FILE
001630         CLOSE CUSTOMER-MERGE-FILE
001640         OPEN EXTEND CUSTOMER-MERGE-FILE
001650     END-IF
001660     .
001670 1100-OPEN-LOG-FILES-EXIT.
001680     EXIT.
001690*----------------------------------------------------------------
001700*    2000-MERGE-NEXT-PAIR
001710*    ONE MERGE PER PASS - SURVIVOR ID (ZEROS TO END), DUPLICATE
001720*    ID, BOTH SHOWN, THEN CONFIRMATION.
001730*----------------------------------------------------------------
001740 2000-MERGE-NEXT-PAIR.
001750     DISPLAY ' '
001760     DISPLAY '=== FUSAO DE CLIENTES DUPLICADOS ==='
001770     DISPLAY 'CLIENTE QUE PERMANECE (000000 = FIM)'
001780     PERFORM 2100-ACCEPT-CUSTOMER-ID
001790         THRU 2100-ACCEPT-CUSTOMER-ID-EXIT
001800     IF CUSTOMER-ID-SAVE = ZERO
001810         SET END-OF-MERGE TO TRUE
001820         GO TO 2000-MERGE-NEXT-PAIR-EXIT
001830     END-IF
001840     PERFORM 2200-READ-CUSTOMER
001850         THRU 2200-READ-CUSTOMER-EXIT
001860     IF CUSTOMER-NOT-FOUND
001870         DISPLAY '*** CLIENTE NAO CADASTRADO ***'
001880         GO TO 2000-MERGE-NEXT-PAIR-EXIT
001890     END-IF
001900     MOVE CUSTOMER-ID-SAVE TO SURVIVOR-ID-SAVE
001910     MOVE CUSTOMER-MASTER-RECORD TO SURVIVOR-CUSTOMER-RECORD
001920     DISPLAY 'CLIENTE DUPLICADO (SERA EXCLUIDO)'
001930     PERFORM 2100-ACCEPT-CUSTOMER-ID
001940         THRU 2100-ACCEPT-CUSTOMER-ID-EXIT
001950     IF CUSTOMER-ID-SAVE = SURVIVOR-ID-SAVE
001960         DISPLAY '*** O DUPLICADO DEVE SER OUTRO CLIENTE ***'
001970         GO TO 2000-MERGE-NEXT-PAIR-EXIT
001980     END-IF
001990     PERFORM 2200-READ-CUSTOMER
002000         THRU 2200-READ-CUSTOMER-EXIT
002010     IF CUSTOMER-NOT-FOUND
002020         DISPLAY '*** CLIENTE NAO CADASTRADO ***'
002030         GO TO 2000-MERGE-NEXT-PAIR-EXIT
002040     END-IF
002050     MOVE CUSTOMER-ID-SAVE TO DUPLICATE-ID-SAVE
002060     MOVE CUSTOMER-MASTER-RECORD TO DUPLICATE-CUSTOMER-RECORD
002070     DISPLAY ' '
002080     DISPLAY '--- PERMANECE ---'
002090     MOVE SURVIVOR-CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD
002100     PERFORM 2300-DISPLAY-CUSTOMER
002110         THRU 2300-DISPLAY-CUSTOMER-EXIT
002120     DISPLAY '--- SERA EXCLUIDO ---'
002130     MOVE DUPLICATE-CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD
002140     PERFORM 2300-DISPLAY-CUSTOMER
002150         THRU 2300-DISPLAY-CUSTOMER-EXIT
002160     DISPLAY 'CONFIRMA FUSAO (S/N): '
002170     MOVE SPACES TO CONFIRM-MERGE-CODE
002180     ACCEPT CONFIRM-MERGE-CODE
002190     MOVE FUNCTION UPPER-CASE(CONFIRM-MERGE-CODE)
002200         TO CONFIRM-MERGE-CODE
002210     IF MERGE-IS-CONFIRMED
002220         PERFORM 2400-MERGE-CUSTOMERS
002230             THRU 2400-MERGE-CUSTOMERS-EXIT
002240     ELSE
002250         DISPLAY '*** FUSAO CANCELADA ***'
002260     END-IF
002270     .
002280 2000-MERGE-NEXT-PAIR-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310*    2100-ACCEPT-CUSTOMER-ID
002320*    LOOPS UNTIL THE SUPERVISOR ENTERS A NUMERIC ID.
002330*----------------------------------------------------------------
002340 2100-ACCEPT-CUSTOMER-ID.
002350     MOVE SPACES TO CUSTOMER-ID-EDIT
002360     PERFORM 2110-PROMPT-FOR-ID
002370         THRU 2110-PROMPT-FOR-ID-EXIT
002380         UNTIL CUSTOMER-ID-EDIT IS NUMERIC
002390     MOVE CUSTOMER-ID-EDIT TO CUSTOMER-ID-SAVE
002400     .
002410 2100-ACCEPT-CUSTOMER-ID-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440*    2110-PROMPT-FOR-ID
002450*----------------------------------------------------------------
002460 2110-PROMPT-FOR-ID.
002470     DISPLAY 'DIGITE O NUMERO DE IDENTIFICACAO (6 DIGITOS): '
002480     ACCEPT CUSTOMER-ID-EDIT
002490     IF CUSTOMER-ID-EDIT IS NOT NUMERIC
002500         DISPLAY '*** NUMERO INVALIDO - USE SOMENTE DIGITOS ***'
002510     END-IF
002520     .
002530 2110-PROMPT-FOR-ID-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560*    2200-READ-CUSTOMER
002570*    RANDOM READ BY KEY.
002580*----------------------------------------------------------------
002590 2200-READ-CUSTOMER.
002600     SET CUSTOMER-NOT-FOUND TO TRUE
002610     MOVE CUSTOMER-ID-SAVE TO
002620         CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002630     READ CUSTOMER-MASTER-FILE
002640         INVALID KEY
002650             CONTINUE
002660         NOT INVALID KEY
002670             SET CUSTOMER-WAS-FOUND TO TRUE
002680     END-READ
002690     .
002700 2200-READ-CUSTOMER-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730*    2300-DISPLAY-CUSTOMER
002740*----------------------------------------------------------------
002750 2300-DISPLAY-CUSTOMER.
002760     DISPLAY 'CLIENTE   = '
002770             CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002780     DISPLAY 'NOME      = '
002790             CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
002800     DISPLAY 'CADASTRO  = '
002810             CM-REG-YYYY OF CUSTOMER-MASTER-RECORD '/'
002820             CM-REG-MM OF CUSTOMER-MASTER-RECORD '/'
002830             CM-REG-DD OF CUSTOMER-MASTER-RECORD
002840     DISPLAY 'ENDERECO  = '
002850             CM-ADDRESS-LINE OF CUSTOMER-MASTER-RECORD
002860     DISPLAY 'CIDADE/UF = '
002870             CM-CITY OF CUSTOMER-MASTER-RECORD ' '
002880             CM-STATE OF CUSTOMER-MASTER-RECORD
002890     DISPLAY 'CEP       = '
002900             CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
002910     DISPLAY 'TELEFONE  = '
002920             CM-PHONE-NUMBER OF CUSTOMER-MASTER-RECORD
002930     IF CM-CUSTOMER-INACTIVE OF CUSTOMER-MASTER-RECORD
002940         DISPLAY 'SITUACAO  = INATIVO'
002950     ELSE
002960         DISPLAY 'SITUACAO  = ATIVO'
002970     END-IF
002980     .
002990 2300-DISPLAY-CUSTOMER-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020*    2400-MERGE-CUSTOMERS
003030*    THE SURVIVOR IS UPDATED FIRST; IF THAT FAILS NOTHING ELSE
003040*    HAPPENS.  THE DUPLICATE IS THEN DELETED, AND ONLY A
003050*    COMPLETED DELETE GOES TO THE CROSS-REFERENCE.
003060*----------------------------------------------------------------
003070 2400-MERGE-CUSTOMERS.
003080     PERFORM 2410-UPDATE-SURVIVOR
003090         THRU 2410-UPDATE-SURVIVOR-EXIT
003100     IF SURVIVOR-NOT-UPDATED
003110         GO TO 2400-MERGE-CUSTOMERS-EXIT
003120     END-IF
003130     MOVE DUPLICATE-ID-SAVE TO
003140         CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
003150     DELETE CUSTOMER-MASTER-FILE
003160         INVALID KEY
003170             DISPLAY '*** ERRO EXCLUINDO CLIENTE DUPLICADO ***'
003180         NOT INVALID KEY
003190             MOVE DUPLICATE-CUSTOMER-RECORD TO BEFORE-IMAGE-HOLD
003200             MOVE "E" TO HISTORY-ACTION-CODE
003210             PERFORM 2500-LOG-CUSTOMER-ACTION
003220                 THRU 2500-LOG-CUSTOMER-ACTION-EXIT
003230             PERFORM 2600-WRITE-CROSS-REFERENCE
003240                 THRU 2600-WRITE-CROSS-REFERENCE-EXIT
003250             ADD 1 TO MERGES-DONE-COUNT
003260             DISPLAY '*** FUSAO CONCLUIDA - CLIENTE '
003270                     DUPLICATE-ID-SAVE ' SUBSTITUIDO POR '
003280                     SURVIVOR-ID-SAVE ' ***'
003290     END-DELETE
003300     .
003310 2400-MERGE-CUSTOMERS-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*    2410-UPDATE-SURVIVOR
003350*    THE ADDRESS BLOCK MOVES AS A UNIT AND ONLY ONTO A SURVIVOR
003360*    WHOSE WHOLE BLOCK IS BLANK - HALF OF ONE ADDRESS AND HALF
003370*    OF ANOTHER WOULD BE WORSE THAN EITHER.  THE PHONE MOVES
003380*    ONLY ONTO A BLANK PHONE.  CM-LAST-CHANGE-DATE IS STAMPED
003390*    EITHER WAY SO THE NIGHTLY CUSTEXTR DELTA SENDS BILLING THE
003400*    SURVIVOR ALONGSIDE THE DUPLICATE'S "E" RECORD.
003410*----------------------------------------------------------------
003420 2410-UPDATE-SURVIVOR.
003430     SET SURVIVOR-NOT-UPDATED TO TRUE
003440     MOVE SURVIVOR-ID-SAVE TO CUSTOMER-ID-SAVE
003450     PERFORM 2200-READ-CUSTOMER
003460         THRU 2200-READ-CUSTOMER-EXIT
003470     IF CUSTOMER-NOT-FOUND
003480         DISPLAY '*** CLIENTE NAO CADASTRADO ***'
003490         GO TO 2410-UPDATE-SURVIVOR-EXIT
003500     END-IF
003510     MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-HOLD
003520     IF CM-ADDRESS-LINE OF CUSTOMER-MASTER-RECORD = SPACES
003530         AND CM-CITY OF CUSTOMER-MASTER-RECORD = SPACES
003540         AND CM-STATE OF CUSTOMER-MASTER-RECORD = SPACES
003550         AND CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD = SPACES
003560         MOVE CM-ADDRESS-LINE OF DUPLICATE-CUSTOMER-RECORD
003570             TO CM-ADDRESS-LINE OF CUSTOMER-MASTER-RECORD
003580         MOVE CM-CITY OF DUPLICATE-CUSTOMER-RECORD
003590             TO CM-CITY OF CUSTOMER-MASTER-RECORD
003600         MOVE CM-STATE OF DUPLICATE-CUSTOMER-RECORD
003610             TO CM-STATE OF CUSTOMER-MASTER-RECORD
003620         MOVE CM-POSTAL-CODE OF DUPLICATE-CUSTOMER-RECORD
003630             TO CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
003640     END-IF
003650     IF CM-PHONE-NUMBER OF CUSTOMER-MASTER-RECORD = SPACES
003660         MOVE CM-PHONE-NUMBER OF DUPLICATE-CUSTOMER-RECORD
003670             TO CM-PHONE-NUMBER OF CUSTOMER-MASTER-RECORD
003680     END-IF
003690     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
003700     MOVE 800-CURRENT-DATE-YYYY TO
003710         CM-CHG-YYYY OF CUSTOMER-MASTER-RECORD
003720     MOVE 800-CURRENT-DATE-MM TO
003730         CM-CHG-MM OF CUSTOMER-MASTER-RECORD
003740     MOVE 800-CURRENT-DATE-DD TO
003750         CM-CHG-DD OF CUSTOMER-MASTER-RECORD
003760     REWRITE CUSTOMER-MASTER-RECORD
003770         INVALID KEY
003780             DISPLAY '*** ERRO REGRAVANDO CLIENTE - FUSAO '
003790                     'NAO REALIZADA ***'
003800         NOT INVALID KEY
003810             SET SURVIVOR-WAS-UPDATED TO TRUE
003820             MOVE "A" TO HISTORY-ACTION-CODE
003830             PERFORM 2500-LOG-CUSTOMER-ACTION
003840                 THRU 2500-LOG-CUSTOMER-ACTION-EXIT
003850     END-REWRITE
003860     .
003870 2410-UPDATE-SURVIVOR-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900*    2500-LOG-CUSTOMER-ACTION
003910*    APPENDS THE SURVIVOR CHANGE OR THE DUPLICATE DELETE TO THE
003920*    CUSTOMER-CHANGE HISTORY UNDER THE SIGNED-ON SUPERVISOR.  A
003930*    DELETE HAS NO AFTER IMAGE.
003940*----------------------------------------------------------------
003950 2500-LOG-CUSTOMER-ACTION.
003960     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
003970     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
003980     MOVE HISTORY-ACTION-CODE TO CH-ACTION-CODE
003990     MOVE 800-CURRENT-DATE-YYYY TO CH-ACTION-YYYY
004000     MOVE 800-CURRENT-DATE-MM TO CH-ACTION-MM
004010     MOVE 800-CURRENT-DATE-DD TO CH-ACTION-DD
004020     MOVE 800-CURRENT-TIME-HH TO CH-ACTION-HH
004030     MOVE 800-CURRENT-TIME-MM TO CH-ACTION-MI
004040     MOVE 800-CURRENT-TIME-SS TO CH-ACTION-SS
004050     MOVE SIGNED-ON-OPERATOR-ID TO CH-OPERATOR-ID
004060     MOVE BEFORE-IMAGE-HOLD TO CH-BEFORE-IMAGE
004070     IF HISTORY-ACTION-CODE = "A"
004080         MOVE CUSTOMER-MASTER-RECORD TO CH-AFTER-IMAGE
004090     END-IF
004100     WRITE CUSTOMER-HISTORY-RECORD
004110     .
004120 2500-LOG-CUSTOMER-ACTION-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150*    2600-WRITE-CROSS-REFERENCE
004160*----------------------------------------------------------------
004170 2600-WRITE-CROSS-REFERENCE.
004180     MOVE SPACES TO CUSTOMER-MERGE-RECORD
004190     MOVE DUPLICATE-ID-SAVE TO MX-MERGED-CUSTOMER-ID
004200     MOVE SURVIVOR-ID-SAVE TO MX-SURVIVOR-CUSTOMER-ID
004210     MOVE 800-CURRENT-DATE(1:8) TO MX-MERGE-DATE
004220     MOVE 800-CURRENT-DATE(9:6) TO MX-MERGE-TIME
004230     MOVE SIGNED-ON-OPERATOR-ID TO MX-OPERATOR-ID
004240     WRITE CUSTOMER-MERGE-RECORD
004250     .
004260 2600-WRITE-CROSS-REFERENCE-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290*    9000-TERMINATE
004300*----------------------------------------------------------------
004310 9000-TERMINATE.
004320     IF FILES-ARE-AVAILABLE
004330         CLOSE CUSTOMER-MASTER-FILE
004340         CLOSE CUSTOMER-HISTORY-FILE
004350         CLOSE CUSTOMER-MERGE-FILE
004360     END-IF
004370     .
004380 9000-TERMINATE-EXIT.
004390     EXIT.
