000470*                     STRAIGHT INTO THE EXISTING ACTIONS -
000480*                     UNTIL NOW THEY RAN A FINGER DOWN THE
000490*                     PRINTED LISTACLI DIRECTORY.
000491*    10/15/2026 MYN   DUAL CONTROL - AN OPERATOR-LEVEL DELETE OR
000492*                     STATUS CHANGE GOES TO CUSTPEND (CUSTPACP)
000493*                     FOR A SUPERVISOR TO APPROVE IN CUSTAPRV.
000494*    10/15/2026 MYN   2550 CHECKS CITY, UF AND CEP AGAINST CEPMAST
000495*                     AND LEAVES THE CONTACT UNCHANGED IF THEY
000496*                     DO NOT MATCH.
000497*    10/15/2026 MYN   2400 SHOWS BILLING'S POSITION (CUSTACCT); NO
000498*                     DELETE OR DEACTIVATION WHILE THERE IS AN
000499*                     OPEN BALANCE OR A CREDIT HOLD.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000541     SELECT PENDING-APPROVAL-FILE ASSIGN TO "CUSTPEND"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS PA-KEY
000545         FILE STATUS IS CUSTPEND-FILE-STATUS.
000550     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-CUSTOMER-ID
000590         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000600         FILE STATUS IS CUSTMAST-FILE-STATUS.
000601     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS PC-POSTAL-CODE
000605         FILE STATUS IS CEPMAST-FILE-STATUS.
000610     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CUSTHIST-FILE-STATUS.
000631     SELECT ACCOUNT-STATUS-FILE ASSIGN TO "CUSTACCT"
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS AS-CUSTOMER-ID
000635         FILE STATUS IS CUSTACCT-FILE-STATUS.
000640*----------------------------------------------------------------
000650 DATA DIVISION.
000660 FILE SECTION.
000700 FD  CUSTOMER-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTHSCP.
000721 FD  PENDING-APPROVAL-FILE
000722     LABEL RECORDS ARE STANDARD.
000723     COPY CUSTPACP.
000724 FD  POSTAL-CODE-FILE
000725     LABEL RECORDS ARE STANDARD.
000726     COPY POSTALCP.
000727 FD  ACCOUNT-STATUS-FILE
000728     LABEL RECORDS ARE STANDARD.
000729     COPY CUSTASCP.
000730*----------------------------------------------------------------
000740 WORKING-STORAGE SECTION.
000750 COPY TIMESTMP.
000760*
000770 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000780 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000782 77  CUSTPEND-FILE-STATUS                PIC X(02) VALUE SPACES.
000784 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
000786 77  CUSTACCT-FILE-STATUS                PIC X(02) VALUE SPACES.
000790 77  OPERATOR-ID                         PIC X(08) VALUE SPACES.
000792 77  OPERATOR-AUTH-LEVEL                 PIC X(01) VALUE "1".
000794     88  AUTH-IS-OPERATOR                     VALUE "1".
000796     88  AUTH-IS-SUPERVISOR                   VALUE "2".
000800 77  HISTORY-ACTION-CODE                 PIC X(01) VALUE SPACES.
000810 77  BEFORE-IMAGE-HOLD                   PIC X(126) VALUE SPACES.
000820 77  MAINT-ACTION-CODE                   PIC X(01) VALUE SPACES.
000940 77  MASTER-AVAIL-SWITCH                 PIC X(01) VALUE "N".
000950     88  MASTER-FILE-AVAILABLE                VALUE "S".
000960     88  MASTER-FILE-NOT-AVAILABLE            VALUE "N".
000961 77  POSTAL-AVAIL-SWITCH                 PIC X(01) VALUE "N".
000962     88  POSTAL-FILE-AVAILABLE                VALUE "S".
000963     88  POSTAL-FILE-NOT-AVAILABLE            VALUE "N".
000964 77  POSTAL-MATCH-SWITCH                 PIC X(01) VALUE "N".
000965     88  POSTAL-CODE-MATCHES                  VALUE "S".
000966     88  POSTAL-CODE-MISMATCH                 VALUE "N".
000970 77  CUSTOMER-FOUND-SWITCH               PIC X(01) VALUE "N".
000980     88  CUSTOMER-WAS-FOUND                   VALUE "S".
000990     88  CUSTOMER-NOT-FOUND                   VALUE "N".
000991 77  ACCOUNT-AVAIL-SWITCH                PIC X(01) VALUE "N".
000992     88  ACCOUNT-FILE-AVAILABLE               VALUE "S".
000993     88  ACCOUNT-FILE-NOT-AVAILABLE           VALUE "N".
000994 77  ACCOUNT-FOUND-SWITCH                PIC X(01) VALUE "N".
000995     88  ACCOUNT-WAS-FOUND                    VALUE "S".
000996     88  ACCOUNT-NOT-FOUND                    VALUE "N".
001000 77  NAME-VALID-SWITCH                   PIC X(01) VALUE "N".
001010     88  NEW-NAME-IS-VALID                    VALUE "S".
001020     88  NEW-NAME-NOT-VALID                   VALUE "N".
001021 77  ACCOUNT-BLOCK-SWITCH                PIC X(01) VALUE "N".
001022     88  ACCOUNT-BLOCKS-CLOSING               VALUE "S".
001023     88  ACCOUNT-ALLOWS-CLOSING               VALUE "N".
001024 77  BALANCE-EDIT                        PIC -ZZZZZZZZ9.99
001025                                          VALUE ZEROS.
001026 77  DAYS-PAST-DUE-EDIT                  PIC ZZZ9 VALUE ZEROS.
001030 77  DUPLICATE-SWITCH                    PIC X(01) VALUE "N".
001040     88  DUPLICATE-FOUND                      VALUE "S".
001050     88  DUPLICATE-NOT-FOUND                  VALUE "N".
001650             THRU 1100-OPEN-HISTORY-FILE-EXIT
001660         PERFORM 1200-SET-OPERATOR-ID
001670             THRU 1200-SET-OPERATOR-ID-EXIT
001672         PERFORM 1300-OPEN-POSTAL-FILE
001674             THRU 1300-OPEN-POSTAL-FILE-EXIT
001676         PERFORM 1400-OPEN-ACCOUNT-FILE
001678             THRU 1400-OPEN-ACCOUNT-FILE-EXIT
001680     ELSE
001690         DISPLAY '*** ARQUIVO DE CLIENTES NAO ENCONTRADO - '
001700                 'NADA A MANTER ***'
001910*    1200-SET-OPERATOR-ID
001920*    THE MENU FRONT END PUBLISHES THE SIGNED-ON OPERATOR IN THE
001930*    MENU-OPERATOR-ID ENVIRONMENT VARIABLE.  A RUN OUTSIDE THE
001940*    MENU IS LOGGED AS "CONSOLE".  THE AUTHORIZATION LEVEL COMES
001942*    THE SAME WAY IN MENU-OPERATOR-LEVEL - ANYTHING BUT A
001944*    SUPERVISOR "2", A RUN OUTSIDE THE MENU INCLUDED, IS HELD TO
001946*    DUAL CONTROL.
001950*----------------------------------------------------------------
001960 1200-SET-OPERATOR-ID.
001970     ACCEPT OPERATOR-ID FROM ENVIRONMENT "MENU-OPERATOR-ID"
001980     IF OPERATOR-ID = SPACES
001990         MOVE "CONSOLE" TO OPERATOR-ID
001991     END-IF
001992     ACCEPT OPERATOR-AUTH-LEVEL FROM ENVIRONMENT
001993         "MENU-OPERATOR-LEVEL"
001994     IF NOT AUTH-IS-SUPERVISOR
001995         SET AUTH-IS-OPERATOR TO TRUE
002000     END-IF
002010     .
002020 1200-SET-OPERATOR-ID-EXIT.
003470     ELSE
003480         DISPLAY 'SITUACAO  = ATIVO'
003490     END-IF
003493     PERFORM 2410-SHOW-ACCOUNT-POSITION
003496         THRU 2410-SHOW-ACCOUNT-POSITION-EXIT
003500     .
003510 2400-DISPLAY-CUSTOMER-EXIT.
003520     EXIT.
004360*    THE SAME RULE TESTECOB APPLIES ON AN ADD - THE CURRENT
004370*    VALUE IS SHOWN FIRST SO THE OPERATOR KNOWS WHAT IS BEING
004380*    REPLACED.  EVERY FIELD IS RE-KEYED - A PARTIAL UPDATE PATH
004390*    IS NOT WORTH THE EXTRA PROMPTING HERE.  CITY, UF AND CEP
004393*    MUST AGREE WITH THE POSTAL-CODE FILE OR NOTHING IS
004396*    REWRITTEN AND THE RECORD IS PUT BACK AS IT WAS.
004400*----------------------------------------------------------------
004410 2550-CHANGE-CONTACT.
004420     MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-HOLD
004560     DISPLAY 'DIGITE O NOVO TELEFONE: '
004570     ACCEPT NEW-PHONE-NUMBER
004580     MOVE NEW-PHONE-NUMBER TO CM-PHONE-NUMBER
004581     PERFORM 2950-CHECK-POSTAL-CODE
004582         THRU 2950-CHECK-POSTAL-CODE-EXIT
004583     IF POSTAL-CODE-MISMATCH
004584         PERFORM 2955-SHOW-POSTAL-MISMATCH
004585             THRU 2955-SHOW-POSTAL-MISMATCH-EXIT
004586         MOVE BEFORE-IMAGE-HOLD TO CUSTOMER-MASTER-RECORD
004587         GO TO 2550-CHANGE-CONTACT-EXIT
004588     END-IF
004590     MOVE 800-CURRENT-DATE-YYYY TO CM-CHG-YYYY
004600     MOVE 800-CURRENT-DATE-MM TO CM-CHG-MM
004610     MOVE 800-CURRENT-DATE-DD TO CM-CHG-DD
004770*    IS THE NORMAL END OF A RELATIONSHIP - THE NIGHTLY EXTRACT
004780*    CARRIES THE STATUS SO BILLING STOPS INVOICING WITHOUT THE
004790*    CUSTOMER VANISHING.  A LEGACY SPACE STATUS COUNTS AS
004800*    ACTIVE, THE SAME RULE THE EXTRACT APPLIES.  AN OPERATOR-
004801*    LEVEL CHANGE IS ONLY REQUESTED HERE - A SUPERVISOR APPLIES
004802*    IT THROUGH CUSTAPRV.  DEACTIVATING A CUSTOMER WITH AN OPEN
004803*    BALANCE OR A CREDIT HOLD IS REFUSED OUTRIGHT - NOT EVEN
004804*    REQUESTED - SINCE BILLING WOULD STOP INVOICING AN ACCOUNT
004805*    IT IS STILL COLLECTING ON.
004810*----------------------------------------------------------------
004820 2560-CHANGE-STATUS.
004830     DISPLAY 'NOVA SITUACAO (A=ATIVO / I=INATIVO): '
004850     ACCEPT NEW-STATUS-CODE
004860     MOVE FUNCTION UPPER-CASE(NEW-STATUS-CODE)
004870         TO NEW-STATUS-CODE
004871     IF NEW-STATUS-CODE = "I" AND NOT CM-CUSTOMER-INACTIVE
004872         PERFORM 2960-CHECK-ACCOUNT-STATUS
004873             THRU 2960-CHECK-ACCOUNT-STATUS-EXIT
004874         IF ACCOUNT-BLOCKS-CLOSING
004875             DISPLAY '*** CLIENTE COM SALDO EM ABERTO OU '
004876                     'BLOQUEIO DE CREDITO - INATIVACAO NEGADA ***'
004877             GO TO 2560-CHANGE-STATUS-EXIT
004878         END-IF
004879     END-IF
004880     IF NOT NEW-STATUS-IS-VALID
004890         DISPLAY '*** SITUACAO INVALIDA - USE A OU I ***'
004891         GO TO 2560-CHANGE-STATUS-EXIT
004892     END-IF
004893     IF NOT AUTH-IS-SUPERVISOR
004894         PERFORM 2900-REQUEST-APPROVAL
004895             THRU 2900-REQUEST-APPROVAL-EXIT
004900         GO TO 2560-CHANGE-STATUS-EXIT
004910     END-IF
004920     MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-HOLD
005150*    DELETES THE RECORD ONLY AFTER AN EXPLICIT CONFIRMATION.
005160*    PHYSICAL DELETE IS FOR KEYING ERRORS ONLY - A REAL END OF
005170*    RELATIONSHIP GOES THROUGH THE "S" STATUS ACTION SO BILLING
005180*    HEARS ABOUT IT.  AN OPERATOR-LEVEL DELETE IS ONLY
005182*    REQUESTED HERE - A SUPERVISOR APPLIES IT THROUGH CUSTAPRV.
005184*    A CUSTOMER WITH AN OPEN BALANCE OR A CREDIT HOLD IS NEVER
005186*    DELETED - THE REFUSAL COMES BEFORE THE CONFIRMATION.
005190*----------------------------------------------------------------
005200 2600-DELETE-CUSTOMER.
005201     PERFORM 2960-CHECK-ACCOUNT-STATUS
005202         THRU 2960-CHECK-ACCOUNT-STATUS-EXIT
005203     IF ACCOUNT-BLOCKS-CLOSING
005204         DISPLAY '*** CLIENTE COM SALDO EM ABERTO OU BLOQUEIO '
005205                 'DE CREDITO - EXCLUSAO RECUSADA ***'
005206         GO TO 2600-DELETE-CUSTOMER-EXIT
005207     END-IF
005210     DISPLAY 'EXCLUSAO FISICA EH SOMENTE PARA ERRO DE '
005220             'DIGITACAO - PARA ENCERRAR USE A OPCAO S'
005230     DISPLAY 'CONFIRMA EXCLUSAO (S/N): '
005250     ACCEPT CONFIRM-DELETE-CODE
005260     MOVE FUNCTION UPPER-CASE(CONFIRM-DELETE-CODE)
005270         TO CONFIRM-DELETE-CODE
005271     IF DELETE-IS-CONFIRMED AND NOT AUTH-IS-SUPERVISOR
005272         PERFORM 2900-REQUEST-APPROVAL
005273             THRU 2900-REQUEST-APPROVAL-EXIT
005274         GO TO 2600-DELETE-CUSTOMER-EXIT
005275     END-IF
005280     IF DELETE-IS-CONFIRMED
005290         MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-HOLD
005300         DELETE CUSTOMER-MASTER-FILE
006770     IF MASTER-FILE-AVAILABLE
006780         CLOSE CUSTOMER-MASTER-FILE
006790         CLOSE CUSTOMER-HISTORY-FILE
006791         IF POSTAL-FILE-AVAILABLE
006792             CLOSE POSTAL-CODE-FILE
006793         END-IF
006794         IF ACCOUNT-FILE-AVAILABLE
006795             CLOSE ACCOUNT-STATUS-FILE
006796         END-IF
006800     END-IF
006810     .
006820 9000-TERMINATE-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850*    1300-OPEN-POSTAL-FILE
006860*    READ-ONLY REFERENCE FILE.  UNTIL THE FIRST CEPLOAD CREATES
006870*    IT THE CONTACT FIELDS ARE TAKEN AS KEYED.
006880*----------------------------------------------------------------
006890 1300-OPEN-POSTAL-FILE.
006900     SET POSTAL-FILE-NOT-AVAILABLE TO TRUE
006910     OPEN INPUT POSTAL-CODE-FILE
006920     IF CEPMAST-FILE-STATUS = "00"
006930         SET POSTAL-FILE-AVAILABLE TO TRUE
006940     ELSE
006950         DISPLAY '*** TABELA DE CEP NAO ENCONTRADA - '
006960                 'ENDERECO NAO VALIDADO ***'
006970     END-IF
006980     .
006990 1300-OPEN-POSTAL-FILE-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020*    1400-OPEN-ACCOUNT-FILE
007030*    READ-ONLY - BILLING'S POSITION IS LOADED BY ACCTLOAD.  UNTIL
007040*    THE FIRST LOAD CREATES IT NO POSITION IS SHOWN AND NOTHING
007050*    IS BLOCKED.
007060*----------------------------------------------------------------
007070 1400-OPEN-ACCOUNT-FILE.
007080     SET ACCOUNT-FILE-NOT-AVAILABLE TO TRUE
007090     OPEN INPUT ACCOUNT-STATUS-FILE
007100     IF CUSTACCT-FILE-STATUS = "00"
007110         SET ACCOUNT-FILE-AVAILABLE TO TRUE
007120     ELSE
007130         DISPLAY '*** POSICAO FINANCEIRA NAO ENCONTRADA - '
007140                 'EXCLUSAO SEM CONFERENCIA DE SALDO ***'
007150     END-IF
007160     .
007170 1400-OPEN-ACCOUNT-FILE-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200*    2410-SHOW-ACCOUNT-POSITION
007210*    THE ACCOUNT POSITION IS BILLING'S AS OF THE LAST ACCTLOAD -
007220*    ITS FEED DATE IS SHOWN SO NOBODY TAKES IT FOR TODAY'S.
007230*----------------------------------------------------------------
007240 2410-SHOW-ACCOUNT-POSITION.
007250     PERFORM 2960-CHECK-ACCOUNT-STATUS
007260         THRU 2960-CHECK-ACCOUNT-STATUS-EXIT
007270     IF ACCOUNT-WAS-FOUND
007280         MOVE AS-BALANCE-AMOUNT TO BALANCE-EDIT
007290         MOVE AS-DAYS-PAST-DUE TO DAYS-PAST-DUE-EDIT
007300         DISPLAY 'SALDO     = ' BALANCE-EDIT
007310         DISPLAY 'ATRASO    = ' DAYS-PAST-DUE-EDIT ' DIAS'
007320         IF AS-CREDIT-HOLD
007330             DISPLAY 'BLOQUEIO  = SIM'
007340         ELSE
007350             DISPLAY 'BLOQUEIO  = NAO'
007360         END-IF
007370         DISPLAY 'POSICAO   = ' AS-FEED-DATE(7:2) '/'
007380                 AS-FEED-DATE(5:2) '/' AS-FEED-DATE(1:4)
007390     ELSE
007400         IF ACCOUNT-FILE-AVAILABLE
007410             DISPLAY 'SALDO     = SEM POSICAO DO FATURAMENTO'
007420         END-IF
007430     END-IF
007440     .
007450 2410-SHOW-ACCOUNT-POSITION-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480*    2900-REQUEST-APPROVAL
007490*    QUEUES THE DELETE OR STATUS CHANGE FOR A SUPERVISOR INSTEAD
007500*    OF APPLYING IT: WHO ASKED, WHEN, THE ACTION, THE NEW STATUS
007510*    AND THE RECORD AS IT STANDS NOW.  THE PENDING FILE IS
007520*    OPENED AND CLOSED AROUND THE ONE WRITE SO IT IS NEVER HELD
007530*    OPEN WHILE CUSTAPRV MAY BE WORKING THE SAME FILE, AND IT IS
007540*    CREATED ON THE FIRST EVER REQUEST IN THIS SHOP.
007550*----------------------------------------------------------------
007560 2900-REQUEST-APPROVAL.
007570     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
007580     MOVE SPACES TO PENDING-APPROVAL-RECORD
007590     MOVE 800-CURRENT-DATE-YYYY TO PA-REQUEST-YYYY
007600     MOVE 800-CURRENT-DATE-MM TO PA-REQUEST-MM
007610     MOVE 800-CURRENT-DATE-DD TO PA-REQUEST-DD
007620     MOVE 800-CURRENT-TIME-HH TO PA-REQUEST-HH
007630     MOVE 800-CURRENT-TIME-MM TO PA-REQUEST-MI
007640     MOVE 800-CURRENT-TIME-SS TO PA-REQUEST-SS
007650     MOVE CM-CUSTOMER-ID TO PA-CUSTOMER-ID
007660     MOVE MAINT-ACTION-CODE TO PA-ACTION-CODE
007670     IF MAINT-ACTION-STATUS
007680         MOVE NEW-STATUS-CODE TO PA-NEW-STATUS-CODE
007690     END-IF
007700     MOVE OPERATOR-ID TO PA-REQUESTED-BY
007710     SET PA-ITEM-PENDING TO TRUE
007720     MOVE CUSTOMER-MASTER-RECORD TO PA-BEFORE-IMAGE
007730     OPEN I-O PENDING-APPROVAL-FILE
007740     IF CUSTPEND-FILE-STATUS = "35"
007750         OPEN OUTPUT PENDING-APPROVAL-FILE
007760         CLOSE PENDING-APPROVAL-FILE
007770         OPEN I-O PENDING-APPROVAL-FILE
007780     END-IF
007790     IF CUSTPEND-FILE-STATUS NOT = "00"
007800         DISPLAY '*** ERRO ABRINDO ARQUIVO DE PENDENCIAS - '
007810                 'PEDIDO NAO REGISTRADO ***'
007820         GO TO 2900-REQUEST-APPROVAL-EXIT
007830     END-IF
007840     WRITE PENDING-APPROVAL-RECORD
007850         INVALID KEY
007860             DISPLAY '*** PEDIDO NAO REGISTRADO - TENTE '
007870                     'NOVAMENTE ***'
007880         NOT INVALID KEY
007890             DISPLAY '*** PEDIDO ENVIADO PARA APROVACAO DO '
007900                     'SUPERVISOR ***'
007910     END-WRITE
007920     CLOSE PENDING-APPROVAL-FILE
007930     .
007940 2900-REQUEST-APPROVAL-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    2950-CHECK-POSTAL-CODE
007980*    RANDOM READ OF THE POSTAL-CODE FILE BY THE RECORD'S CEP -
007990*    THE CITY AND UF ON FILE MUST EQUAL THE RECORD'S.  ALL
008000*    THREE BLANK, OR NO REFERENCE FILE YET, PASSES - THE SAME
008010*    RULE TESTECOB APPLIES ON AN ADD.
008020*----------------------------------------------------------------
008030 2950-CHECK-POSTAL-CODE.
008040     SET POSTAL-CODE-MATCHES TO TRUE
008050     MOVE SPACES TO CEPMAST-FILE-STATUS
008060     IF POSTAL-FILE-NOT-AVAILABLE
008070         GO TO 2950-CHECK-POSTAL-CODE-EXIT
008080     END-IF
008090     IF CM-CITY = SPACES AND CM-STATE = SPACES
008100             AND CM-POSTAL-CODE = SPACES
008110         GO TO 2950-CHECK-POSTAL-CODE-EXIT
008120     END-IF
008130     MOVE CM-POSTAL-CODE TO PC-POSTAL-CODE
008140     READ POSTAL-CODE-FILE
008150         INVALID KEY
008160             SET POSTAL-CODE-MISMATCH TO TRUE
008170         NOT INVALID KEY
008180             IF PC-CITY NOT = CM-CITY
008190                     OR PC-STATE NOT = CM-STATE
008200                 SET POSTAL-CODE-MISMATCH TO TRUE
008210             END-IF
008220     END-READ
008230     .
008240 2950-CHECK-POSTAL-CODE-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270*    2955-SHOW-POSTAL-MISMATCH
008280*    THE CITY AND UF THE TABLE HOLDS FOR THE CEP ARE SHOWN, SO
008290*    THE OPERATOR CAN TELL A MIS-KEYED CEP FROM A MIS-KEYED CITY.
008300*----------------------------------------------------------------
008310 2955-SHOW-POSTAL-MISMATCH.
008320     IF CEPMAST-FILE-STATUS = "00"
008330         DISPLAY '*** CEP ' PC-POSTAL-CODE ' PERTENCE A '
008340                 PC-CITY ' ' PC-STATE ' ***'
008350     ELSE
008360         DISPLAY '*** CEP NAO CADASTRADO ***'
008370     END-IF
008380     DISPLAY '*** CONTATO NAO ALTERADO - CEP/CIDADE/UF NAO '
008390             'CONFEREM ***'
008400     .
008410 2955-SHOW-POSTAL-MISMATCH-EXIT.
008420     EXIT.
008430*----------------------------------------------------------------
008440*    2960-CHECK-ACCOUNT-STATUS
008450*    RANDOM READ OF THE ACCOUNT-STATUS FILE BY THE CUSTOMER ON
008460*    SCREEN.  A NON-ZERO BALANCE, EITHER SIGN, OR A CREDIT HOLD
008470*    BLOCKS A DELETE OR A DEACTIVATION.  NO RECORD, OR NO FILE
008480*    YET, BLOCKS NOTHING - THE CUSTOMER WAS NEVER BILLED.
008490*----------------------------------------------------------------
008500 2960-CHECK-ACCOUNT-STATUS.
008510     SET ACCOUNT-NOT-FOUND TO TRUE
008520     SET ACCOUNT-ALLOWS-CLOSING TO TRUE
008530     IF ACCOUNT-FILE-NOT-AVAILABLE
008540         GO TO 2960-CHECK-ACCOUNT-STATUS-EXIT
008550     END-IF
008560     MOVE CM-CUSTOMER-ID TO AS-CUSTOMER-ID
008570     READ ACCOUNT-STATUS-FILE
008580         INVALID KEY
008590             GO TO 2960-CHECK-ACCOUNT-STATUS-EXIT
008600     END-READ
008610     SET ACCOUNT-WAS-FOUND TO TRUE
008620     IF AS-BALANCE-AMOUNT NOT = ZERO
008630             OR AS-CREDIT-HOLD
008640         SET ACCOUNT-BLOCKS-CLOSING TO TRUE
008650     END-IF
008660     .
008670 2960-CHECK-ACCOUNT-STATUS-EXIT.
008680     EXIT.
