000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       cepmnt.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - POSTAL-CODE REFERENCE FILE
000140*                     MAINTENANCE, IN THE OPERMNT MOLD.  LETS A
000150*                     SUPERVISOR ADD, DISPLAY, CHANGE, OR DELETE
000160*                     ONE CEP (SEE POSTALCP) - FOR A NEW STREET
000170*                     THE POSTAL-SERVICE TABLE DOES NOT CARRY
000180*                     YET, OR A CITY RENAMED BETWEEN RELOADS.
000190*                     REACHED FROM THE MENU, SUPERVISORS ONLY.
000200*                     THE FILE IS CREATED HERE IF CEPLOAD HAS
000210*                     NEVER RUN.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS PC-POSTAL-CODE
000310         FILE STATUS IS CEPMAST-FILE-STATUS.
000320*----------------------------------------------------------------
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  POSTAL-CODE-FILE
000360     LABEL RECORDS ARE STANDARD.
000370     COPY POSTALCP.
000380*----------------------------------------------------------------
000390 WORKING-STORAGE SECTION.
000400 COPY TIMESTMP.
000410*
000420 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
000430 77  SIGNED-ON-AUTH-LEVEL                PIC X(01) VALUE SPACES.
000440     88  SIGNED-ON-IS-SUPERVISOR              VALUE "2".
000450 77  MAINT-ACTION-CODE                   PIC X(01) VALUE SPACES.
000460     88  MAINT-ACTION-INQUIRY                 VALUE "C".
000470     88  MAINT-ACTION-INCLUDE                 VALUE "I".
000480     88  MAINT-ACTION-CHANGE                  VALUE "A".
000490     88  MAINT-ACTION-DELETE                  VALUE "E".
000500     88  MAINT-ACTION-QUIT                    VALUE "F".
000510     88  MAINT-ACTION-VALID                   VALUE "C" "I"
000520                                                    "A" "E" "F".
000530 77  MASTER-AVAIL-SWITCH                 PIC X(01) VALUE "N".
000540     88  MASTER-FILE-AVAILABLE                VALUE "S".
000550     88  MASTER-FILE-NOT-AVAILABLE            VALUE "N".
000560 77  POSTAL-FOUND-SWITCH                 PIC X(01) VALUE "N".
000570     88  POSTAL-CODE-WAS-FOUND                VALUE "S".
000580     88  POSTAL-CODE-NOT-FOUND                VALUE "N".
000590 77  CONFIRM-DELETE-CODE                 PIC X(01) VALUE SPACES.
000600     88  DELETE-IS-CONFIRMED                  VALUE "S".
000610 77  POSTAL-CODE-ENTRY                   PIC X(08) VALUE SPACES.
000620 77  POSTAL-CODE-SAVE                    PIC X(08) VALUE SPACES.
000630 77  NEW-CITY                            PIC X(20) VALUE SPACES.
000640 77  NEW-STATE                           PIC X(02) VALUE SPACES.
000650*----------------------------------------------------------------
000660 PROCEDURE DIVISION.
000670*----------------------------------------------------------------
000680*    0000-MAINLINE
000690*----------------------------------------------------------------
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE
000720         THRU 1000-INITIALIZE-EXIT
000730     IF MASTER-FILE-AVAILABLE
000740         PERFORM 2000-PROCESS-REQUEST
000750             THRU 2000-PROCESS-REQUEST-EXIT
000760             UNTIL MAINT-ACTION-QUIT
000770     END-IF
000780     PERFORM 9000-TERMINATE
000790         THRU 9000-TERMINATE-EXIT
000800     GOBACK.
000810*----------------------------------------------------------------
000820*    1000-INITIALIZE
000830*    THE MENU ONLY OFFERS THIS PROGRAM TO SUPERVISORS; THE LEVEL
000840*    IS CHECKED AGAIN HERE SO A RUN OUTSIDE THE MENU CANNOT
000850*    CHANGE THE TABLE.  THE FILE IS CREATED EMPTY ON THE FIRST
000860*    EVER RUN SO A SUPERVISOR CAN KEY CEPS BEFORE THE FIRST
000870*    BULK RELOAD.  THE ACTION CODE AND AVAILABILITY SWITCH ARE
000880*    RESET SO A SECOND CALL FROM THE MENU IN THE SAME RUN UNIT
000890*    DOES NOT INHERIT THE PRIOR CALL'S QUIT OR OPEN STATE.
000900*----------------------------------------------------------------
000910 1000-INITIALIZE.
000920     MOVE SPACES TO MAINT-ACTION-CODE
000930     SET MASTER-FILE-NOT-AVAILABLE TO TRUE
000940     ACCEPT SIGNED-ON-AUTH-LEVEL FROM ENVIRONMENT
000950         "MENU-OPERATOR-LEVEL"
000960     IF NOT SIGNED-ON-IS-SUPERVISOR
000970         DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
000980         GO TO 1000-INITIALIZE-EXIT
000990     END-IF
001000     OPEN I-O POSTAL-CODE-FILE
001010     IF CEPMAST-FILE-STATUS = "35"
001020         OPEN OUTPUT POSTAL-CODE-FILE
001030         CLOSE POSTAL-CODE-FILE
001040         OPEN I-O POSTAL-CODE-FILE
001050     END-IF
001060     IF CEPMAST-FILE-STATUS = "00"
001070         SET MASTER-FILE-AVAILABLE TO TRUE
001080     ELSE
001090         DISPLAY '*** ERRO ABRINDO TABELA DE CEP - STATUS '
001100                 CEPMAST-FILE-STATUS ' ***'
001110     END-IF
001120     .
001130 1000-INITIALIZE-EXIT.
001140     EXIT.
001150*----------------------------------------------------------------
001160*    2000-PROCESS-REQUEST
001170*    ONE MAINTENANCE TRANSACTION PER PASS - ACCEPT THE ACTION,
001180*    ACCEPT THE CEP, READ THE RECORD AND DISPATCH.
001190*----------------------------------------------------------------
001200 2000-PROCESS-REQUEST.
001210     PERFORM 2100-ACCEPT-ACTION
001220         THRU 2100-ACCEPT-ACTION-EXIT
001230     IF MAINT-ACTION-QUIT
001240         GO TO 2000-PROCESS-REQUEST-EXIT
001250     END-IF
001260     PERFORM 2200-ACCEPT-POSTAL-CODE
001270         THRU 2200-ACCEPT-POSTAL-CODE-EXIT
001280     PERFORM 2300-READ-POSTAL-CODE
001290         THRU 2300-READ-POSTAL-CODE-EXIT
001300     EVALUATE TRUE
001310         WHEN MAINT-ACTION-INCLUDE
001320             PERFORM 2500-ADD-POSTAL-CODE
001330                 THRU 2500-ADD-POSTAL-CODE-EXIT
001340         WHEN POSTAL-CODE-NOT-FOUND
001350             DISPLAY '*** CEP NAO CADASTRADO ***'
001360         WHEN MAINT-ACTION-INQUIRY
001370             PERFORM 2400-DISPLAY-POSTAL-CODE
001380                 THRU 2400-DISPLAY-POSTAL-CODE-EXIT
001390         WHEN MAINT-ACTION-CHANGE
001400             PERFORM 2400-DISPLAY-POSTAL-CODE
001410                 THRU 2400-DISPLAY-POSTAL-CODE-EXIT
001420             PERFORM 2600-CHANGE-POSTAL-CODE
001430                 THRU 2600-CHANGE-POSTAL-CODE-EXIT
001440         WHEN MAINT-ACTION-DELETE
001450             PERFORM 2400-DISPLAY-POSTAL-CODE
001460                 THRU 2400-DISPLAY-POSTAL-CODE-EXIT
001470             PERFORM 2700-DELETE-POSTAL-CODE
001480                 THRU 2700-DELETE-POSTAL-CODE-EXIT
001490     END-EVALUATE
001500     .
001510 2000-PROCESS-REQUEST-EXIT.
001520     EXIT.
001530*----------------------------------------------------------------
001540*    2100-ACCEPT-ACTION
001550*    LOOPS UNTIL THE OPERATOR ENTERS A VALID ACTION CODE.
001560*----------------------------------------------------------------
001570 2100-ACCEPT-ACTION.
001580     MOVE SPACES TO MAINT-ACTION-CODE
001590     PERFORM 2110-PROMPT-FOR-ACTION
001600         THRU 2110-PROMPT-FOR-ACTION-EXIT
001610         UNTIL MAINT-ACTION-VALID
001620     .
001630 2100-ACCEPT-ACTION-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660*    2110-PROMPT-FOR-ACTION
001670*----------------------------------------------------------------
001680 2110-PROMPT-FOR-ACTION.
001690     DISPLAY ' '
001700     DISPLAY '=== MANUTENCAO DA TABELA DE CEP ==='
001710     DISPLAY 'C - CONSULTAR'
001720     DISPLAY 'I - INCLUIR'
001730     DISPLAY 'A - ALTERAR'
001740     DISPLAY 'E - EXCLUIR'
001750     DISPLAY 'F - FIM'
001760     DISPLAY 'DIGITE SUA OPCAO: '
001770     ACCEPT MAINT-ACTION-CODE
001780     MOVE FUNCTION UPPER-CASE(MAINT-ACTION-CODE)
001790         TO MAINT-ACTION-CODE
001800     IF NOT MAINT-ACTION-VALID
001810         DISPLAY '*** OPCAO INVALIDA ***'
001820     END-IF
001830     .
001840 2110-PROMPT-FOR-ACTION-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870*    2200-ACCEPT-POSTAL-CODE
001880*    LOOPS UNTIL THE OPERATOR ENTERS AN EIGHT-DIGIT CEP, KEYED
001890*    WITHOUT THE HYPHEN THE SAME WAY CM-POSTAL-CODE HOLDS IT.
001900*----------------------------------------------------------------
001910 2200-ACCEPT-POSTAL-CODE.
001920     MOVE SPACES TO POSTAL-CODE-ENTRY
001930     PERFORM 2210-PROMPT-FOR-POSTAL-CODE
001940         THRU 2210-PROMPT-FOR-POSTAL-CODE-EXIT
001950         UNTIL POSTAL-CODE-ENTRY IS NUMERIC
001960     MOVE POSTAL-CODE-ENTRY TO POSTAL-CODE-SAVE
001970     .
001980 2200-ACCEPT-POSTAL-CODE-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010*    2210-PROMPT-FOR-POSTAL-CODE
002020*----------------------------------------------------------------
002030 2210-PROMPT-FOR-POSTAL-CODE.
002040     DISPLAY 'DIGITE O CEP (8 DIGITOS, SEM HIFEN): '
002050     ACCEPT POSTAL-CODE-ENTRY
002060     IF POSTAL-CODE-ENTRY IS NOT NUMERIC
002070         DISPLAY '*** CEP INVALIDO ***'
002080     END-IF
002090     .
002100 2210-PROMPT-FOR-POSTAL-CODE-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130*    2300-READ-POSTAL-CODE
002140*    RANDOM READ BY KEY.
002150*----------------------------------------------------------------
002160 2300-READ-POSTAL-CODE.
002170     SET POSTAL-CODE-NOT-FOUND TO TRUE
002180     MOVE POSTAL-CODE-SAVE TO PC-POSTAL-CODE
002190     READ POSTAL-CODE-FILE
002200         INVALID KEY
002210             CONTINUE
002220         NOT INVALID KEY
002230             SET POSTAL-CODE-WAS-FOUND TO TRUE
002240     END-READ
002250     .
002260 2300-READ-POSTAL-CODE-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290*    2400-DISPLAY-POSTAL-CODE
002300*----------------------------------------------------------------
002310 2400-DISPLAY-POSTAL-CODE.
002320     DISPLAY 'CEP       = ' PC-POSTAL-CODE
002330     DISPLAY 'CIDADE    = ' PC-CITY
002340     DISPLAY 'UF        = ' PC-STATE
002350     DISPLAY 'ORIGEM    = ' PC-SOURCE-CODE
002360             '   (C=TABELA DOS CORREIOS, M=MANUAL)'
002370     DISPLAY 'ALTERADO  = ' PC-LAST-CHANGE-DATE
002380     .
002390 2400-DISPLAY-POSTAL-CODE-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420*    2500-ADD-POSTAL-CODE
002430*----------------------------------------------------------------
002440 2500-ADD-POSTAL-CODE.
002450     IF POSTAL-CODE-WAS-FOUND
002460         DISPLAY '*** CEP JA CADASTRADO ***'
002470         GO TO 2500-ADD-POSTAL-CODE-EXIT
002480     END-IF
002490     PERFORM 2510-ACCEPT-CITY
002500         THRU 2510-ACCEPT-CITY-EXIT
002510     PERFORM 2520-ACCEPT-STATE
002520         THRU 2520-ACCEPT-STATE-EXIT
002530     MOVE SPACES TO POSTAL-CODE-RECORD
002540     MOVE POSTAL-CODE-SAVE TO PC-POSTAL-CODE
002550     PERFORM 2550-SET-RECORD-FIELDS
002560         THRU 2550-SET-RECORD-FIELDS-EXIT
002570     WRITE POSTAL-CODE-RECORD
002580         INVALID KEY
002590             DISPLAY '*** ERRO GRAVANDO CEP ***'
002600         NOT INVALID KEY
002610             DISPLAY '*** CEP INCLUIDO ***'
002620     END-WRITE
002630     .
002640 2500-ADD-POSTAL-CODE-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670*    2510-ACCEPT-CITY
002680*    NON-BLANK, NO LEADING SPACE, FOLDED TO UPPER CASE SO IT
002690*    COMPARES EQUAL TO CM-CITY AS THE ENTRY PROGRAMS STORE IT.
002700*----------------------------------------------------------------
002710 2510-ACCEPT-CITY.
002720     MOVE SPACES TO NEW-CITY
002730     PERFORM 2511-PROMPT-FOR-CITY
002740         THRU 2511-PROMPT-FOR-CITY-EXIT
002750         UNTIL NEW-CITY NOT = SPACES
002760         AND NEW-CITY(1:1) NOT = SPACE
002770     .
002780 2510-ACCEPT-CITY-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810*    2511-PROMPT-FOR-CITY
002820*----------------------------------------------------------------
002830 2511-PROMPT-FOR-CITY.
002840     DISPLAY 'DIGITE A CIDADE: '
002850     ACCEPT NEW-CITY
002860     MOVE FUNCTION UPPER-CASE(NEW-CITY) TO NEW-CITY
002870     IF NEW-CITY = SPACES
002880             OR NEW-CITY(1:1) = SPACE
002890         DISPLAY '*** CIDADE INVALIDA ***'
002900     END-IF
002910     .
002920 2511-PROMPT-FOR-CITY-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950*    2520-ACCEPT-STATE
002960*    LOOPS UNTIL THE UF IS ONE OF THE 27 FEDERATION UNITS.
002970*----------------------------------------------------------------
002980 2520-ACCEPT-STATE.
002990     MOVE SPACES TO PC-STATE
003000     PERFORM 2521-PROMPT-FOR-STATE
003010         THRU 2521-PROMPT-FOR-STATE-EXIT
003020         UNTIL PC-STATE-IS-VALID
003030     MOVE PC-STATE TO NEW-STATE
003040     .
003050 2520-ACCEPT-STATE-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080*    2521-PROMPT-FOR-STATE
003090*    THE UF IS KEYED STRAIGHT INTO PC-STATE SO THE LEVEL-88
003100*    LIST IN POSTALCP IS THE ONE EDIT; THE RECORD IS BUILT
003110*    AFTERWARDS FROM NEW-STATE.
003120*----------------------------------------------------------------
003130 2521-PROMPT-FOR-STATE.
003140     DISPLAY 'DIGITE A UF: '
003150     ACCEPT PC-STATE
003160     MOVE FUNCTION UPPER-CASE(PC-STATE) TO PC-STATE
003170     IF NOT PC-STATE-IS-VALID
003180         DISPLAY '*** UF INVALIDA ***'
003190     END-IF
003200     .
003210 2521-PROMPT-FOR-STATE-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240*    2550-SET-RECORD-FIELDS
003250*    A CEP KEYED HERE IS MARKED MANUAL SO THE NEXT RELOAD'S
003260*    COUNTS SHOW HOW MANY OF THEM THE POSTAL SERVICE CAUGHT UP
003270*    WITH.
003280*----------------------------------------------------------------
003290 2550-SET-RECORD-FIELDS.
003300     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
003310     MOVE NEW-CITY TO PC-CITY
003320     MOVE NEW-STATE TO PC-STATE
003330     SET PC-KEYED-BY-SUPERVISOR TO TRUE
003340     MOVE 800-CURRENT-YMD-NUM TO PC-LAST-CHANGE-DATE
003350     .
003360 2550-SET-RECORD-FIELDS-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390*    2600-CHANGE-POSTAL-CODE
003400*    ACCEPTS A REPLACEMENT CITY AND UF AND REWRITES THE RECORD
003410*    READ BY 2300.  CUSTOMERS ALREADY ON FILE WITH THE OLD CITY
003420*    ARE NOT TOUCHED - CEPEXCP LISTS THEM FOR THE CLERKS.
003430*----------------------------------------------------------------
003440 2600-CHANGE-POSTAL-CODE.
003450     PERFORM 2510-ACCEPT-CITY
003460         THRU 2510-ACCEPT-CITY-EXIT
003470     PERFORM 2520-ACCEPT-STATE
003480         THRU 2520-ACCEPT-STATE-EXIT
003490     PERFORM 2550-SET-RECORD-FIELDS
003500         THRU 2550-SET-RECORD-FIELDS-EXIT
003510     REWRITE POSTAL-CODE-RECORD
003520         INVALID KEY
003530             DISPLAY '*** ERRO REGRAVANDO CEP ***'
003540         NOT INVALID KEY
003550             DISPLAY '*** CEP ALTERADO ***'
003560     END-REWRITE
003570     .
003580 2600-CHANGE-POSTAL-CODE-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610*    2700-DELETE-POSTAL-CODE
003620*    DELETES THE RECORD ONLY AFTER AN EXPLICIT CONFIRMATION.
003630*----------------------------------------------------------------
003640 2700-DELETE-POSTAL-CODE.
003650     DISPLAY 'CONFIRMA EXCLUSAO (S/N): '
003660     MOVE SPACES TO CONFIRM-DELETE-CODE
003670     ACCEPT CONFIRM-DELETE-CODE
003680     MOVE FUNCTION UPPER-CASE(CONFIRM-DELETE-CODE)
003690         TO CONFIRM-DELETE-CODE
003700     IF DELETE-IS-CONFIRMED
003710         DELETE POSTAL-CODE-FILE
003720             INVALID KEY
003730                 DISPLAY '*** ERRO EXCLUINDO CEP ***'
003740             NOT INVALID KEY
003750                 DISPLAY '*** CEP EXCLUIDO ***'
003760         END-DELETE
003770     ELSE
003780         DISPLAY '*** EXCLUSAO CANCELADA ***'
003790     END-IF
003800     .
003810 2700-DELETE-POSTAL-CODE-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840*    9000-TERMINATE
003850*----------------------------------------------------------------
003860 9000-TERMINATE.
003870     IF MASTER-FILE-AVAILABLE
003880         CLOSE POSTAL-CODE-FILE
003890     END-IF
003900     .
003910 9000-TERMINATE-EXIT.
003920     EXIT.
