000424*                     CUSTOMER-CHANGE HISTORY INQUIRY AND
000426*                     RENUMBER THE CHOICES - THE AUDITORS' VIEW
000428*                     IS NOW A MENU PICK, NOT A TEXT EDITOR.
000431*    10/15/2026 MYN   PUBLISH MENU-OPERATOR-LEVEL FOR CUSTMNT'S
000432*                     DUAL CONTROL; NEW SUPERVISOR-ONLY OPTION
000433*                     FOR CUSTAPRV - SAIR MOVES TO 7.
000434*    10/15/2026 MYN   SUPERVISOR OPTION FOR CEPMNT - SAIR TO 8.
000435*    10/15/2026 MYN   SUPERVISOR OPTION FOR CUSTMRGE - SAIR TO 9.
000436*    10/15/2026 MYN   OPTION FOR THE REJREPR REJECT-QUEUE REPAIR
000437*                     SCREEN - SAIR MOVES TO 10 AND THE CHOICE
000438*                     FIELD WIDENS TO TWO POSITIONS.
000439*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000590*----------------------------------------------------------------
000600 WORKING-STORAGE SECTION.
000610 77  OPERMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000620 77  WS-MENU-CHOICE                      PIC X(02) VALUE SPACES.
000630     88  WS-CHOICE-CUSTOMER                   VALUE "1".
000640     88  WS-CHOICE-MAINTENANCE                VALUE "2".
000645     88  WS-CHOICE-HISTORY                    VALUE "3".
000650     88  WS-CHOICE-CURSO-PROG3                VALUE "4".
000660     88  WS-CHOICE-OPERMAINT                  VALUE "5".
000670     88  WS-CHOICE-APPROVALS                  VALUE "6".
000672     88  WS-CHOICE-POSTAL-CODES               VALUE "7".
000674     88  WS-CHOICE-MERGE                      VALUE "8".
000676     88  WS-CHOICE-REJECT-REPAIR              VALUE "9".
000678     88  WS-CHOICE-EXIT                       VALUE "10".
000680 77  WS-EXIT-SWITCH                      PIC X(01) VALUE "N".
000690     88  WS-EXIT-THE-MENU                     VALUE "S".
000700     88  WS-CONTINUE-THE-MENU                 VALUE "N".
001600             MOVE OP-AUTH-LEVEL TO WS-OPERATOR-AUTH-LEVEL
001610             DISPLAY 'MENU-OPERATOR-ID' UPON ENVIRONMENT-NAME
001620             DISPLAY OP-OPERATOR-ID UPON ENVIRONMENT-VALUE
001623             DISPLAY 'MENU-OPERATOR-LEVEL' UPON ENVIRONMENT-NAME
001626             DISPLAY OP-AUTH-LEVEL UPON ENVIRONMENT-VALUE
001630             DISPLAY 'BEM-VINDO ' OP-OPERATOR-NAME
001640     END-READ
001650     .
001870     IF WS-AUTH-IS-SUPERVISOR
001880         DISPLAY '4 - EXECUTAR CURSO-PROG3'
001890         DISPLAY '5 - MANUTENCAO DE OPERADORES (OPERMNT)'
001892         DISPLAY '6 - APROVACOES PENDENTES (CUSTAPRV)'
001894         DISPLAY '7 - TABELA DE CEP (CEPMNT)'
001896         DISPLAY '8 - FUSAO DE CLIENTES DUPLICADOS (CUSTMRGE)'
001900     END-IF
001910     DISPLAY '9 - REPARO DE REJEITADOS (REJREPR)'
001915     DISPLAY '10 - SAIR'
001920     DISPLAY 'DIGITE SUA OPCAO: '
001930     ACCEPT WS-MENU-CHOICE
001940     .
002050             CALL 'custmnt'
002052         WHEN WS-CHOICE-HISTORY
002054             CALL 'custhinq'
002056         WHEN WS-CHOICE-REJECT-REPAIR
002058             CALL 'rejrepr'
002060         WHEN WS-CHOICE-CURSO-PROG3
002070             IF WS-AUTH-IS-SUPERVISOR
002080                 DISPLAY 'CURSOPG3-FORCE-RERUN' UPON
002120             ELSE
002130                 DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
002140             END-IF
002141         WHEN WS-CHOICE-APPROVALS
002142             IF WS-AUTH-IS-SUPERVISOR
002143                 CALL 'custaprv'
002144             ELSE
002145                 DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
002146             END-IF
002150         WHEN WS-CHOICE-OPERMAINT
002160             IF WS-AUTH-IS-SUPERVISOR
002170                 CALL 'opermnt'
002180             ELSE
002190                 DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
002200             END-IF
002201         WHEN WS-CHOICE-POSTAL-CODES
002202             IF WS-AUTH-IS-SUPERVISOR
002203                 CALL 'cepmnt'
002204             ELSE
002205                 DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
002206             END-IF
002210         WHEN WS-CHOICE-EXIT
002220             SET WS-EXIT-THE-MENU TO TRUE
002221         WHEN WS-CHOICE-MERGE
002222             IF WS-AUTH-IS-SUPERVISOR
002223                 CALL 'custmrge'
002224             ELSE
002225                 DISPLAY '*** OPCAO RESTRITA AO SUPERVISOR ***'
002226             END-IF
002230         WHEN OTHER
002240             DISPLAY '*** OPCAO INVALIDA ***'
002250     END-EVALUATE
