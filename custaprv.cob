000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custaprv.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - PENDING-APPROVAL REVIEW (DUAL
000140*                     CONTROL), IN THE CUSTMNT/OPERMNT MOLD.
000150*                     PAGES THROUGH THE DELETES AND STATUS
000160*                     CHANGES THAT OPERATOR-LEVEL IDS REQUESTED
000170*                     IN CUSTMNT (SEE CUSTPACP) AND LETS A
000180*                     SUPERVISOR APPROVE OR REFUSE EACH ONE.  AN
000190*                     APPROVED ITEM IS APPLIED TO CUSTOMER-MASTER
000200*                     AND LOGGED TO CUSTHIST UNDER THE REQUESTER,
000210*                     WITH THE APPROVER IN CH-APPROVER-ID; A
000220*                     REFUSED ONE NEVER TOUCHES THE MASTER.  THE
000230*                     SIGNED-ON OPERATOR CANNOT APPROVE THEIR OWN
000240*                     REQUEST, AND AN ITEM WHOSE CUSTOMER CHANGED
000250*                     AFTER THE REQUEST CANNOT BE APPROVED AT
000260*                     ALL.  REACHED FROM THE MENU, SUPERVISORS
000270*                     ONLY - A SINGLE MIS-KEYED ID IN CUSTMNT
000280*                     USED TO STOP A LIVE CUSTOMER'S INVOICING.
000281*    10/15/2026 MYN   A DELETE OR A DEACTIVATION CANNOT BE
000282*                     APPROVED WHILE BILLING'S ACCOUNT-STATUS
000283*                     FILE (CUSTACCT, SEE CUSTASCP) SHOWS AN OPEN
000284*                     BALANCE OR A CREDIT HOLD - THE POSITION MAY
000285*                     HAVE CHANGED SINCE THE REQUEST WAS MADE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PENDING-APPROVAL-FILE ASSIGN TO "CUSTPEND"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PA-KEY
000380         FILE STATUS IS CUSTPEND-FILE-STATUS.
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
000430         ALTERNATE RECORD KEY IS
000440             CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
000450         FILE STATUS IS CUSTMAST-FILE-STATUS.
000460     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CUSTHIST-FILE-STATUS.
000481     SELECT ACCOUNT-STATUS-FILE ASSIGN TO "CUSTACCT"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS AS-CUSTOMER-ID
000485         FILE STATUS IS CUSTACCT-FILE-STATUS.
000490*----------------------------------------------------------------
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PENDING-APPROVAL-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CUSTPACP.
000550 FD  CUSTOMER-MASTER-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CUSTCP.
000580 FD  CUSTOMER-HISTORY-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CUSTHSCP.
000602 FD  ACCOUNT-STATUS-FILE
000604     LABEL RECORDS ARE STANDARD.
000606     COPY CUSTASCP.
000610*----------------------------------------------------------------
000620 WORKING-STORAGE SECTION.
000630 COPY TIMESTMP.
000640 COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000650                        PENDING-CUSTOMER-RECORD.
000660*
000670 77  CUSTPEND-FILE-STATUS                PIC X(02) VALUE SPACES.
000680 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000690 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
000695 77  CUSTACCT-FILE-STATUS                PIC X(02) VALUE SPACES.
000700 77  SIGNED-ON-OPERATOR-ID               PIC X(08) VALUE SPACES.
000710 77  SIGNED-ON-AUTH-LEVEL                PIC X(01) VALUE SPACES.
000720     88  SIGNED-ON-IS-SUPERVISOR              VALUE "2".
000730 77  HISTORY-ACTION-CODE                 PIC X(01) VALUE SPACES.
000740 77  BEFORE-IMAGE-HOLD                   PIC X(126) VALUE SPACES.
000750 77  ACTION-DESCRIPTION                  PIC X(08) VALUE SPACES.
000760 77  DECISION-CODE                       PIC X(01) VALUE SPACES.
000770     88  DECISION-APPROVE                     VALUE "A".
000780     88  DECISION-REFUSE                      VALUE "R".
000790     88  DECISION-NEXT                        VALUE "P".
000800     88  DECISION-QUIT                        VALUE "F".
000810     88  DECISION-VALID                       VALUE "A" "R"
000820                                                    "P" "F".
000830 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
000840     88  FILES-ARE-AVAILABLE                  VALUE "S".
000850     88  FILES-NOT-AVAILABLE                  VALUE "N".
000860 77  END-OF-REVIEW-SWITCH                PIC X(01) VALUE "N".
000870     88  END-OF-REVIEW                        VALUE "S".
000880     88  NOT-END-OF-REVIEW                    VALUE "N".
000890 77  CUSTOMER-FOUND-SWITCH               PIC X(01) VALUE "N".
000900     88  CUSTOMER-WAS-FOUND                   VALUE "S".
000910     88  CUSTOMER-NOT-FOUND                   VALUE "N".
000920 77  ITEM-APPLIED-SWITCH                 PIC X(01) VALUE "N".
000930     88  ITEM-WAS-APPLIED                     VALUE "S".
000940     88  ITEM-NOT-APPLIED                     VALUE "N".
000941 77  ACCOUNT-AVAIL-SWITCH                PIC X(01) VALUE "N".
000942     88  ACCOUNT-FILE-AVAILABLE               VALUE "S".
000943     88  ACCOUNT-FILE-NOT-AVAILABLE           VALUE "N".
000944 77  ACCOUNT-BLOCK-SWITCH                PIC X(01) VALUE "N".
000945     88  ACCOUNT-BLOCKS-CLOSING               VALUE "S".
000946     88  ACCOUNT-ALLOWS-CLOSING               VALUE "N".
000950 77  ITEMS-SHOWN-COUNT                   PIC 9(05) COMP
000960                                          VALUE ZERO.
000970 77  ITEMS-APPROVED-COUNT                PIC 9(05) COMP
000980                                          VALUE ZERO.
000990 77  ITEMS-REFUSED-COUNT                 PIC 9(05) COMP
001000                                          VALUE ZERO.
001010 77  ITEMS-COUNT-EDIT                    PIC ZZZZ9 VALUE ZEROS.
001020*----------------------------------------------------------------
001030 PROCEDURE DIVISION.
001040*----------------------------------------------------------------
001050*    0000-MAINLINE
001060*----------------------------------------------------------------
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE
001090         THRU 1000-INITIALIZE-EXIT
001100     IF FILES-ARE-AVAILABLE
001110         PERFORM 2000-REVIEW-NEXT-ITEM
001120             THRU 2000-REVIEW-NEXT-ITEM-EXIT
001130             UNTIL END-OF-REVIEW
001140         PERFORM 3000-SHOW-TOTALS
001150             THRU 3000-SHOW-TOTALS-EXIT
001160     END-IF
001170     PERFORM 9000-TERMINATE
001180         THRU 9000-TERMINATE-EXIT
001190     GOBACK.
001200*----------------------------------------------------------------
001210*    1000-INITIALIZE
001220*    THE MENU ONLY OFFERS THIS PROGRAM TO SUPERVISORS; THE LEVEL
001230*    IS CHECKED AGAIN HERE SO A RUN OUTSIDE THE MENU CANNOT
001240*    APPROVE ANYTHING.  NO PENDING FILE YET MEANS NO OPERATOR
001250*    HAS EVER ASKED FOR ANYTHING.  THE COUNTERS AND SWITCHES
001260*    ARE RESET SO A SECOND CALL FROM THE MENU IN THE SAME RUN
001270*    UNIT STARTS CLEAN.
001280*----------------------------------------------------------------
001290 1000-INITIALIZE.
001300     MOVE ZERO TO ITEMS-SHOWN-COUNT
001310     MOVE ZERO TO ITEMS-APPROVED-COUNT
001320     MOVE ZERO TO ITEMS-REFUSED-COUNT
001330     SET FILES-NOT-AVAILABLE TO TRUE
001340     SET NOT-END-OF-REVIEW TO TRUE
001350     ACCEPT SIGNED-ON-OPERATOR-ID FROM ENVIRONMENT
001360         "MENU-OPERATOR-ID"
001370     IF SIGNED-ON-OPERATOR-ID = SPACES
001380         MOVE "CONSOLE" TO SIGNED-ON-OPERATOR-ID
001390     END-IF
001400     ACCEPT SIGNED-ON-AUTH-LEVEL FROM ENVIRONMENT
001410         "MENU-OPERATOR-LEVEL"
001420     IF NOT SIGNED-ON-IS-SUPERVISOR
001430         DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
001440         GO TO 1000-INITIALIZE-EXIT
001450     END-IF
001460     OPEN I-O PENDING-APPROVAL-FILE
001470     IF CUSTPEND-FILE-STATUS NOT = "00"
001480         DISPLAY '*** NENHUM PEDIDO PENDENTE DE APROVACAO ***'
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF
001510     OPEN I-O CUSTOMER-MASTER-FILE
001520     IF CUSTMAST-FILE-STATUS NOT = "00"
001530         DISPLAY '*** ARQUIVO DE CLIENTES NAO ENCONTRADO - '
001540                 'NADA A APROVAR ***'
001550         CLOSE PENDING-APPROVAL-FILE
001560         GO TO 1000-INITIALIZE-EXIT
001570     END-IF
001580     PERFORM 1100-OPEN-HISTORY-FILE
001590         THRU 1100-OPEN-HISTORY-FILE-EXIT
001593     PERFORM 1200-OPEN-ACCOUNT-FILE
001596         THRU 1200-OPEN-ACCOUNT-FILE-EXIT
001600     SET FILES-ARE-AVAILABLE TO TRUE
001610     MOVE LOW-VALUES TO PA-KEY
001620     START PENDING-APPROVAL-FILE
001630         KEY IS NOT LESS THAN PA-KEY
001640         INVALID KEY
001650             SET END-OF-REVIEW TO TRUE
001660     END-START
001670     .
001680 1000-INITIALIZE-EXIT.
001690     EXIT.
001700*----------------------------------------------------------------
001710*    1100-OPEN-HISTORY-FILE
001720*    CUSTOMER-HISTORY IS A SHARED, GROWING LOG - OPEN EXTEND TO
001730*    APPEND.  CREATE IT ON THE FIRST EVER RUN IN THIS SHOP.
001740*----------------------------------------------------------------
001750 1100-OPEN-HISTORY-FILE.
001760     OPEN EXTEND CUSTOMER-HISTORY-FILE
001770     IF CUSTHIST-FILE-STATUS = "35"
001780         OPEN OUTPUT CUSTOMER-HISTORY-FILE
001790         CLOSE CUSTOMER-HISTORY-FILE
001800         OPEN EXTEND CUSTOMER-HISTORY-FILE
001810     END-IF
001820     .
001830 1100-OPEN-HISTORY-FILE-EXIT.
001831     EXIT.
001832*----------------------------------------------------------------
001833*    1200-OPEN-ACCOUNT-FILE
001834*    READ ONLY.  UNTIL THE FIRST ACCTLOAD CREATES IT NOTHING IS
001835*    BLOCKED.
001836*----------------------------------------------------------------
001837 1200-OPEN-ACCOUNT-FILE.
001838     SET ACCOUNT-FILE-NOT-AVAILABLE TO TRUE
001839     OPEN INPUT ACCOUNT-STATUS-FILE
001840     IF CUSTACCT-FILE-STATUS = "00"
001841         SET ACCOUNT-FILE-AVAILABLE TO TRUE
001842     ELSE
001843         DISPLAY '*** POSICAO FINANCEIRA NAO ENCONTRADA - '
001844                 'SALDO NAO CONFERIDO ***'
001845     END-IF
001846     .
001847 1200-OPEN-ACCOUNT-FILE-EXIT.
001848     EXIT.
001850*----------------------------------------------------------------
001860*    2000-REVIEW-NEXT-ITEM
001870*    ONE PENDING ITEM PER PASS, OLDEST REQUEST FIRST - THE FILE
001880*    KEY STARTS WITH THE REQUEST DATE AND TIME.  ITEMS ALREADY
001890*    DECIDED ARE PASSED OVER.
001900*----------------------------------------------------------------
001910 2000-REVIEW-NEXT-ITEM.
001920     READ PENDING-APPROVAL-FILE NEXT RECORD
001930         AT END
001940             SET END-OF-REVIEW TO TRUE
001950     END-READ
001960     IF END-OF-REVIEW OR NOT PA-ITEM-PENDING
001970         GO TO 2000-REVIEW-NEXT-ITEM-EXIT
001980     END-IF
001990     ADD 1 TO ITEMS-SHOWN-COUNT
002000     PERFORM 2100-DISPLAY-ITEM
002010         THRU 2100-DISPLAY-ITEM-EXIT
002020     PERFORM 2200-ACCEPT-DECISION
002030         THRU 2200-ACCEPT-DECISION-EXIT
002040     EVALUATE TRUE
002050         WHEN DECISION-APPROVE
002060             PERFORM 2300-APPROVE-ITEM
002070                 THRU 2300-APPROVE-ITEM-EXIT
002080         WHEN DECISION-REFUSE
002090             PERFORM 2400-REFUSE-ITEM
002100                 THRU 2400-REFUSE-ITEM-EXIT
002110         WHEN DECISION-QUIT
002120             SET END-OF-REVIEW TO TRUE
002130     END-EVALUATE
002140     .
002150 2000-REVIEW-NEXT-ITEM-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180*    2100-DISPLAY-ITEM
002190*    SHOWS WHO ASKED, WHEN, FOR WHAT, AND THE CUSTOMER AS THE
002200*    REQUESTER SAW IT (THE HELD BEFORE IMAGE).
002210*----------------------------------------------------------------
002220 2100-DISPLAY-ITEM.
002230     MOVE PA-BEFORE-IMAGE TO PENDING-CUSTOMER-RECORD
002240     EVALUATE TRUE
002250         WHEN PA-ACTION-DELETE
002260             MOVE 'EXCLUIR' TO ACTION-DESCRIPTION
002270         WHEN PA-NEW-STATUS-CODE = "I"
002280             MOVE 'INATIVAR' TO ACTION-DESCRIPTION
002290         WHEN OTHER
002300             MOVE 'REATIVAR' TO ACTION-DESCRIPTION
002310     END-EVALUATE
002320     DISPLAY ' '
002330     DISPLAY '=== PEDIDO PENDENTE DE APROVACAO ==='
002340     DISPLAY 'PEDIDO EM = ' PA-REQUEST-YYYY '/' PA-REQUEST-MM
002350             '/' PA-REQUEST-DD ' ' PA-REQUEST-HH ':'
002360             PA-REQUEST-MI ':' PA-REQUEST-SS
002370     DISPLAY 'OPERADOR  = ' PA-REQUESTED-BY
002380     DISPLAY 'ACAO      = ' ACTION-DESCRIPTION
002390     DISPLAY 'CLIENTE   = ' PA-CUSTOMER-ID
002400     DISPLAY 'NOME      = '
002410             CM-CUSTOMER-NAME OF PENDING-CUSTOMER-RECORD
002420     DISPLAY 'ENDERECO  = '
002430             CM-ADDRESS-LINE OF PENDING-CUSTOMER-RECORD
002440     DISPLAY 'CIDADE/UF = '
002450             CM-CITY OF PENDING-CUSTOMER-RECORD ' '
002460             CM-STATE OF PENDING-CUSTOMER-RECORD
002470     IF CM-CUSTOMER-INACTIVE OF PENDING-CUSTOMER-RECORD
002480         DISPLAY 'SITUACAO  = INATIVO'
002490     ELSE
002500         DISPLAY 'SITUACAO  = ATIVO'
002510     END-IF
002520     .
002530 2100-DISPLAY-ITEM-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560*    2200-ACCEPT-DECISION
002570*    LOOPS UNTIL THE SUPERVISOR ENTERS A VALID DECISION.
002580*----------------------------------------------------------------
002590 2200-ACCEPT-DECISION.
002600     MOVE SPACES TO DECISION-CODE
002610     PERFORM 2210-PROMPT-FOR-DECISION
002620         THRU 2210-PROMPT-FOR-DECISION-EXIT
002630         UNTIL DECISION-VALID
002640     .
002650 2200-ACCEPT-DECISION-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680*    2210-PROMPT-FOR-DECISION
002690*----------------------------------------------------------------
002700 2210-PROMPT-FOR-DECISION.
002710     DISPLAY 'A - APROVAR  R - RECUSAR  P - PROXIMO  F - FIM'
002720     DISPLAY 'DIGITE SUA OPCAO: '
002730     ACCEPT DECISION-CODE
002740     MOVE FUNCTION UPPER-CASE(DECISION-CODE) TO DECISION-CODE
002750     IF NOT DECISION-VALID
002760         DISPLAY '*** OPCAO INVALIDA ***'
002770     END-IF
002780     .
002790 2210-PROMPT-FOR-DECISION-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820*    2300-APPROVE-ITEM
002830*    THE REQUESTER MAY NOT APPROVE THEIR OWN ITEM.  THE CUSTOMER
002840*    IS RE-READ AND MUST STILL MATCH THE BEFORE IMAGE HELD WITH
002850*    THE REQUEST - IF ANYONE CHANGED OR DELETED IT SINCE, THE
002860*    SUPERVISOR WOULD BE APPROVING SOMETHING THE REQUESTER NEVER
002870*    SAW, SO THE ITEM STAYS PENDING TO BE REFUSED AND ASKED FOR
002880*    AGAIN.  A DELETE OR DEACTIVATION IS ALSO HELD WHILE
002885*    BILLING SHOWS AN OPEN BALANCE OR A CREDIT HOLD.
002890*----------------------------------------------------------------
002900 2300-APPROVE-ITEM.
002910     IF PA-REQUESTED-BY = SIGNED-ON-OPERATOR-ID
002920         DISPLAY '*** NAO E POSSIVEL APROVAR O PROPRIO '
002930                 'PEDIDO ***'
002940         GO TO 2300-APPROVE-ITEM-EXIT
002950     END-IF
002960     SET CUSTOMER-NOT-FOUND TO TRUE
002970     SET ITEM-NOT-APPLIED TO TRUE
002980     MOVE PA-CUSTOMER-ID TO
002990         CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
003000     READ CUSTOMER-MASTER-FILE
003010         INVALID KEY
003020             CONTINUE
003030         NOT INVALID KEY
003040             SET CUSTOMER-WAS-FOUND TO TRUE
003050     END-READ
003060     IF CUSTOMER-NOT-FOUND
003070         DISPLAY '*** CLIENTE NAO CADASTRADO - RECUSE O '
003080                 'PEDIDO ***'
003090         GO TO 2300-APPROVE-ITEM-EXIT
003100     END-IF
003110     IF CUSTOMER-MASTER-RECORD NOT = PA-BEFORE-IMAGE
003120         DISPLAY '*** CLIENTE ALTERADO DEPOIS DO PEDIDO - '
003130                 'RECUSE O PEDIDO ***'
003140         GO TO 2300-APPROVE-ITEM-EXIT
003150     END-IF
003151     PERFORM 2330-CHECK-ACCOUNT-STATUS
003152         THRU 2330-CHECK-ACCOUNT-STATUS-EXIT
003153     IF ACCOUNT-BLOCKS-CLOSING
003154         DISPLAY '*** CLIENTE COM SALDO EM ABERTO OU BLOQUEIO '
003155                 'DE CREDITO - RECUSE O PEDIDO ***'
003156         GO TO 2300-APPROVE-ITEM-EXIT
003157     END-IF
003160     MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-HOLD
003170     IF PA-ACTION-DELETE
003180         PERFORM 2310-APPLY-DELETE
003190             THRU 2310-APPLY-DELETE-EXIT
003200     ELSE
003210         PERFORM 2320-APPLY-STATUS-CHANGE
003220             THRU 2320-APPLY-STATUS-CHANGE-EXIT
003230     END-IF
003240     IF ITEM-WAS-APPLIED
003250         SET PA-ITEM-APPROVED TO TRUE
003260         PERFORM 2500-RECORD-DECISION
003270             THRU 2500-RECORD-DECISION-EXIT
003280         ADD 1 TO ITEMS-APPROVED-COUNT
003290     END-IF
003300     .
003310 2300-APPROVE-ITEM-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*    2310-APPLY-DELETE
003350*----------------------------------------------------------------
003360 2310-APPLY-DELETE.
003370     DELETE CUSTOMER-MASTER-FILE
003380         INVALID KEY
003390             DISPLAY '*** ERRO EXCLUINDO CLIENTE ***'
003400         NOT INVALID KEY
003410             DISPLAY '*** PEDIDO APROVADO - CLIENTE EXCLUIDO ***'
003420             SET ITEM-WAS-APPLIED TO TRUE
003430             MOVE "E" TO HISTORY-ACTION-CODE
003440             PERFORM 2600-LOG-CUSTOMER-ACTION
003450                 THRU 2600-LOG-CUSTOMER-ACTION-EXIT
003460     END-DELETE
003470     .
003480 2310-APPLY-DELETE-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510*    2320-APPLY-STATUS-CHANGE
003520*    STAMPS CM-LAST-CHANGE-DATE WITH THE APPROVAL DATE - THAT IS
003530*    WHEN THE MASTER ACTUALLY CHANGED, SO IT IS WHEN THE NIGHTLY
003540*    CUSTEXTR DELTA MUST PICK IT UP.
003550*----------------------------------------------------------------
003560 2320-APPLY-STATUS-CHANGE.
003570     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
003580     MOVE PA-NEW-STATUS-CODE TO
003590         CM-STATUS-CODE OF CUSTOMER-MASTER-RECORD
003600     MOVE 800-CURRENT-DATE-YYYY TO
003610         CM-CHG-YYYY OF CUSTOMER-MASTER-RECORD
003620     MOVE 800-CURRENT-DATE-MM TO
003630         CM-CHG-MM OF CUSTOMER-MASTER-RECORD
003640     MOVE 800-CURRENT-DATE-DD TO
003650         CM-CHG-DD OF CUSTOMER-MASTER-RECORD
003660     REWRITE CUSTOMER-MASTER-RECORD
003670         INVALID KEY
003680             DISPLAY '*** ERRO REGRAVANDO CLIENTE ***'
003690         NOT INVALID KEY
003700             IF CM-CUSTOMER-INACTIVE OF CUSTOMER-MASTER-RECORD
003710                 DISPLAY '*** PEDIDO APROVADO - CLIENTE '
003720                         'INATIVADO ***'
003730             ELSE
003740                 DISPLAY '*** PEDIDO APROVADO - CLIENTE '
003750                         'REATIVADO ***'
003760             END-IF
003770             SET ITEM-WAS-APPLIED TO TRUE
003780             MOVE "A" TO HISTORY-ACTION-CODE
003790             PERFORM 2600-LOG-CUSTOMER-ACTION
003800                 THRU 2600-LOG-CUSTOMER-ACTION-EXIT
003810     END-REWRITE
003820     .
003830 2320-APPLY-STATUS-CHANGE-EXIT.
003831     EXIT.
003832*----------------------------------------------------------------
003833*    2330-CHECK-ACCOUNT-STATUS
003834*    ONLY A DELETE OR A CHANGE TO INACTIVE IS CHECKED.  A
003835*    NON-ZERO BALANCE, EITHER SIGN, OR A CREDIT HOLD BLOCKS -
003836*    THE SAME RULE AS CUSTMNT.  NO RECORD, OR NO FILE YET,
003837*    BLOCKS NOTHING.
003838*----------------------------------------------------------------
003839 2330-CHECK-ACCOUNT-STATUS.
003840     SET ACCOUNT-ALLOWS-CLOSING TO TRUE
003841     IF ACCOUNT-FILE-NOT-AVAILABLE
003842         GO TO 2330-CHECK-ACCOUNT-STATUS-EXIT
003843     END-IF
003844     IF NOT PA-ACTION-DELETE
003845             AND (PA-NEW-STATUS-CODE NOT = "I"
003846             OR CM-CUSTOMER-INACTIVE OF CUSTOMER-MASTER-RECORD)
003847         GO TO 2330-CHECK-ACCOUNT-STATUS-EXIT
003848     END-IF
003849     MOVE PA-CUSTOMER-ID TO AS-CUSTOMER-ID
003850     READ ACCOUNT-STATUS-FILE
003851         INVALID KEY
003852             GO TO 2330-CHECK-ACCOUNT-STATUS-EXIT
003853     END-READ
003854     IF AS-BALANCE-AMOUNT NOT = ZERO
003855             OR AS-CREDIT-HOLD
003856         SET ACCOUNT-BLOCKS-CLOSING TO TRUE
003857     END-IF
003858     .
003859 2330-CHECK-ACCOUNT-STATUS-EXIT.
003860     EXIT.
003861*----------------------------------------------------------------
003862*    2400-REFUSE-ITEM
003870*    A REFUSAL ONLY CLOSES THE ITEM - CUSTOMER-MASTER AND THE
003880*    CHANGE HISTORY ARE NEVER TOUCHED.
003890*----------------------------------------------------------------
003900 2400-REFUSE-ITEM.
003910     SET PA-ITEM-REFUSED TO TRUE
003920     PERFORM 2500-RECORD-DECISION
003930         THRU 2500-RECORD-DECISION-EXIT
003940     DISPLAY '*** PEDIDO RECUSADO ***'
003950     ADD 1 TO ITEMS-REFUSED-COUNT
003960     .
003970 2400-REFUSE-ITEM-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    2500-RECORD-DECISION
004010*    THE DECIDED ITEM STAYS ON THE FILE WITH WHO DECIDED AND
004020*    WHEN, SO A REFUSAL IS ON RECORD AS WELL AS AN APPROVAL.
004030*----------------------------------------------------------------
004040 2500-RECORD-DECISION.
004050     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
004060     MOVE SIGNED-ON-OPERATOR-ID TO PA-DECIDED-BY
004070     MOVE 800-CURRENT-DATE(1:8) TO PA-DECISION-DATE
004080     MOVE 800-CURRENT-DATE(9:6) TO PA-DECISION-TIME
004090     REWRITE PENDING-APPROVAL-RECORD
004100         INVALID KEY
004110             DISPLAY '*** ERRO REGRAVANDO PEDIDO ***'
004120     END-REWRITE
004130     .
004140 2500-RECORD-DECISION-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    2600-LOG-CUSTOMER-ACTION
004180*    APPENDS THE APPROVED CHANGE OR DELETE TO THE CUSTOMER-
004190*    CHANGE HISTORY UNDER THE OPERATOR WHO ASKED FOR IT, WITH
004200*    THE APPROVING SUPERVISOR IN CH-APPROVER-ID.  A DELETE HAS
004210*    NO AFTER IMAGE.
004220*----------------------------------------------------------------
004230 2600-LOG-CUSTOMER-ACTION.
004240     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
004250     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
004260     MOVE HISTORY-ACTION-CODE TO CH-ACTION-CODE
004270     MOVE 800-CURRENT-DATE-YYYY TO CH-ACTION-YYYY
004280     MOVE 800-CURRENT-DATE-MM TO CH-ACTION-MM
004290     MOVE 800-CURRENT-DATE-DD TO CH-ACTION-DD
004300     MOVE 800-CURRENT-TIME-HH TO CH-ACTION-HH
004310     MOVE 800-CURRENT-TIME-MM TO CH-ACTION-MI
004320     MOVE 800-CURRENT-TIME-SS TO CH-ACTION-SS
004330     MOVE PA-REQUESTED-BY TO CH-OPERATOR-ID
004340     MOVE SIGNED-ON-OPERATOR-ID TO CH-APPROVER-ID
004350     MOVE BEFORE-IMAGE-HOLD TO CH-BEFORE-IMAGE
004360     IF HISTORY-ACTION-CODE = "A"
004370         MOVE CUSTOMER-MASTER-RECORD TO CH-AFTER-IMAGE
004380     END-IF
004390     WRITE CUSTOMER-HISTORY-RECORD
004400     .
004410 2600-LOG-CUSTOMER-ACTION-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    3000-SHOW-TOTALS
004450*----------------------------------------------------------------
004460 3000-SHOW-TOTALS.
004470     IF ITEMS-SHOWN-COUNT = ZERO
004480         DISPLAY '*** NENHUM PEDIDO PENDENTE DE APROVACAO ***'
004490         GO TO 3000-SHOW-TOTALS-EXIT
004500     END-IF
004510     MOVE ITEMS-SHOWN-COUNT TO ITEMS-COUNT-EDIT
004520     DISPLAY 'PEDIDOS EXIBIDOS  = ' ITEMS-COUNT-EDIT
004530     MOVE ITEMS-APPROVED-COUNT TO ITEMS-COUNT-EDIT
004540     DISPLAY 'PEDIDOS APROVADOS = ' ITEMS-COUNT-EDIT
004550     MOVE ITEMS-REFUSED-COUNT TO ITEMS-COUNT-EDIT
004560     DISPLAY 'PEDIDOS RECUSADOS = ' ITEMS-COUNT-EDIT
004570     .
004580 3000-SHOW-TOTALS-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610*    9000-TERMINATE
004620*----------------------------------------------------------------
004630 9000-TERMINATE.
004640     IF FILES-ARE-AVAILABLE
004650         CLOSE PENDING-APPROVAL-FILE
004660         CLOSE CUSTOMER-MASTER-FILE
004670         CLOSE CUSTOMER-HISTORY-FILE
004672         IF ACCOUNT-FILE-AVAILABLE
004674             CLOSE ACCOUNT-STATUS-FILE
004676         END-IF
004680     END-IF
004690     .
004700 9000-TERMINATE-EXIT.
004710     EXIT.
