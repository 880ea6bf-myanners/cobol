000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       acctload.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - NIGHTLY LOAD OF BILLING'S
000140*                     ACCOUNT-STATUS FEED (CUSTBSTA, SEE
000150*                     CUSTAFCP) INTO THE CUSTOMER ACCOUNT-STATUS
000160*                     FILE (CUSTACCT, SEE CUSTASCP) THAT CUSTMNT
000170*                     SHOWS AND THAT BLOCKS DELETING OR
000180*                     DEACTIVATING A CUSTOMER WITH AN OPEN
000190*                     BALANCE OR A CREDIT HOLD.  THE FEED'S
000200*                     HEADER AND TRAILER ARE CHECKED ON A FULL
000210*                     PASS FIRST, THE SAME CONTROL AS THE
000220*                     TESTECOB INTAKE - A MISSING HEADER OR
000230*                     TRAILER OR A TRAILER COUNT THAT DOES NOT
000240*                     MATCH LOADS NOTHING (RETURN-CODE 16) AND
000250*                     YESTERDAY'S POSITIONS STAY ON FILE.  A
000260*                     DETAIL LINE WITH A BAD CUSTOMER ID, AN ID
000270*                     NOT ON CUSTMAST, OR A BAD BALANCE, DAYS
000280*                     PAST DUE OR HOLD FLAG IS SKIPPED
000290*                     (RETURN-CODE 8).  EVERY FINDING IS LISTED
000300*                     ON THE LOAD EXCEPTIONS REPORT (ACCTLDRP).
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ACCOUNT-FEED-FILE ASSIGN TO "CUSTBSTA"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CUSTBSTA-FILE-STATUS.
000390     SELECT ACCOUNT-STATUS-FILE ASSIGN TO "CUSTACCT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS AS-CUSTOMER-ID
000430         FILE STATUS IS CUSTACCT-FILE-STATUS.
000440     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CM-CUSTOMER-ID
000480         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000490         FILE STATUS IS CUSTMAST-FILE-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO "ACCTLDRP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS REPORT-FILE-STATUS.
000530*----------------------------------------------------------------
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACCOUNT-FEED-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CUSTAFCP.
000590*
000600 FD  ACCOUNT-STATUS-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTASCP.
000630*
000640 FD  CUSTOMER-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CUSTCP.
000670*
000680 FD  REPORT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  REPORT-LINE                         PIC X(80).
000710*----------------------------------------------------------------
000720 WORKING-STORAGE SECTION.
000730 COPY TIMESTMP.
000740*
000750 77  CUSTBSTA-FILE-STATUS                PIC X(02) VALUE SPACES.
000760 77  CUSTACCT-FILE-STATUS                PIC X(02) VALUE SPACES.
000770 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000780 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000790 77  END-OF-FEED-SWITCH                  PIC X(01) VALUE "N".
000800     88  END-OF-FEED-FILE                     VALUE "S".
000810     88  NOT-END-OF-FEED-FILE                 VALUE "N".
000820 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
000830     88  FILES-ARE-AVAILABLE                  VALUE "S".
000840     88  FILES-NOT-AVAILABLE                  VALUE "N".
000850 77  BATCH-VALID-SWITCH                  PIC X(01) VALUE "N".
000860     88  BATCH-IS-VALID                       VALUE "S".
000870     88  BATCH-NOT-VALID                      VALUE "N".
000880 77  HEADER-FOUND-SWITCH                 PIC X(01) VALUE "N".
000890     88  HEADER-WAS-FOUND                     VALUE "S".
000900     88  HEADER-NOT-FOUND                     VALUE "N".
000910 77  TRAILER-FOUND-SWITCH                PIC X(01) VALUE "N".
000920     88  TRAILER-WAS-FOUND                    VALUE "S".
000930     88  TRAILER-NOT-FOUND                    VALUE "N".
000940 77  LINE-VALID-SWITCH                   PIC X(01) VALUE "N".
000950     88  FEED-LINE-IS-VALID                   VALUE "S".
000960     88  FEED-LINE-NOT-VALID                  VALUE "N".
000970 77  FEED-DATE-HOLD                      PIC X(08) VALUE SPACES.
000980 77  TRAILER-COUNT-HOLD                  PIC 9(07) VALUE ZEROS.
000990 77  EXCEPTION-TEXT                      PIC X(50) VALUE SPACES.
001000 77  LINES-READ-COUNT                    PIC 9(07) COMP
001010                                          VALUE ZERO.
001020 77  DETAIL-LINES-COUNT                  PIC 9(07) COMP
001030                                          VALUE ZERO.
001040 77  ACCOUNTS-ADDED-COUNT                PIC 9(07) COMP
001050                                          VALUE ZERO.
001060 77  ACCOUNTS-REPLACED-COUNT             PIC 9(07) COMP
001070                                          VALUE ZERO.
001080 77  LINES-REJECTED-COUNT                PIC 9(07) COMP
001090                                          VALUE ZERO.
001100 77  LOAD-COUNT-EDIT                     PIC ZZZZZZ9 VALUE ZEROS.
001110 77  LINE-NUMBER-EDIT                    PIC ZZZZZZ9 VALUE ZEROS.
001120 77  TRAILER-COUNT-EDIT                  PIC ZZZZZZ9 VALUE ZEROS.
001130*----------------------------------------------------------------
001140 PROCEDURE DIVISION.
001150*----------------------------------------------------------------
001160*    0000-MAINLINE
001170*----------------------------------------------------------------
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE
001200         THRU 1000-INITIALIZE-EXIT
001210     IF FILES-ARE-AVAILABLE
001220         PERFORM 2000-PREVALIDATE-FEED
001230             THRU 2000-PREVALIDATE-FEED-EXIT
001240         IF BATCH-IS-VALID
001250             PERFORM 3000-LOAD-ACCOUNT-STATUS
001260                 THRU 3000-LOAD-ACCOUNT-STATUS-EXIT
001270                 UNTIL END-OF-FEED-FILE
001280         END-IF
001290         PERFORM 4000-SHOW-TOTALS
001300             THRU 4000-SHOW-TOTALS-EXIT
001310     END-IF
001320     PERFORM 9000-TERMINATE
001330         THRU 9000-TERMINATE-EXIT
001340     GOBACK.
001350*----------------------------------------------------------------
001360*    1000-INITIALIZE
001370*    THE REPORT IS OPENED FIRST SO EVEN A MISSING FEED LEAVES A
001380*    LISTING FOR THE MORNING CHECK.  THE FEED AND THE MASTER ARE
001390*    OPENED BEFORE THE ACCOUNT-STATUS FILE, SO A RUN THAT CANNOT
001400*    LOAD NEVER CREATES OR OPENS IT.  THE ACCOUNT-STATUS FILE IS
001410*    CREATED ON THE FIRST EVER LOAD.  COUNTERS AND SWITCHES ARE
001420*    RESET SO A SECOND CALL IN THE SAME RUN UNIT STARTS CLEAN.
001430*----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     MOVE ZERO TO LINES-READ-COUNT
001460     MOVE ZERO TO DETAIL-LINES-COUNT
001470     MOVE ZERO TO ACCOUNTS-ADDED-COUNT
001480     MOVE ZERO TO ACCOUNTS-REPLACED-COUNT
001490     MOVE ZERO TO LINES-REJECTED-COUNT
001500     MOVE SPACES TO FEED-DATE-HOLD
001510     SET FILES-NOT-AVAILABLE TO TRUE
001520     SET BATCH-NOT-VALID TO TRUE
001530     SET NOT-END-OF-FEED-FILE TO TRUE
001540     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001550     OPEN OUTPUT REPORT-FILE
001560     PERFORM 1100-WRITE-REPORT-HEADINGS
001570         THRU 1100-WRITE-REPORT-HEADINGS-EXIT
001580     OPEN INPUT ACCOUNT-FEED-FILE
001590     IF CUSTBSTA-FILE-STATUS NOT = "00"
001600         MOVE 'ARQUIVO CUSTBSTA NAO ENCONTRADO - NADA CARREGADO'
001610             TO EXCEPTION-TEXT
001620         PERFORM 2900-WRITE-BATCH-EXCEPTION
001630             THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
001640         DISPLAY '*** ACCTLOAD - ARQUIVO CUSTBSTA NAO '
001650                 'ENCONTRADO - POSICAO FINANCEIRA NAO '
001660                 'ALTERADA ***'
001670         MOVE 16 TO RETURN-CODE
001680         GO TO 1000-INITIALIZE-EXIT
001690     END-IF
001700     OPEN INPUT CUSTOMER-MASTER-FILE
001710     IF CUSTMAST-FILE-STATUS NOT = "00"
001720         DISPLAY '*** ACCTLOAD - ERRO ABRINDO CUSTMAST - STATUS '
001730                 CUSTMAST-FILE-STATUS ' ***'
001740         CLOSE ACCOUNT-FEED-FILE
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 1000-INITIALIZE-EXIT
001770     END-IF
001780     OPEN I-O ACCOUNT-STATUS-FILE
001790     IF CUSTACCT-FILE-STATUS = "35"
001800         OPEN OUTPUT ACCOUNT-STATUS-FILE
001810         CLOSE ACCOUNT-STATUS-FILE
001820         OPEN I-O ACCOUNT-STATUS-FILE
001830     END-IF
001840     IF CUSTACCT-FILE-STATUS NOT = "00"
001850         DISPLAY '*** ACCTLOAD - ERRO ABRINDO CUSTACCT - STATUS '
001860                 CUSTACCT-FILE-STATUS ' ***'
001870         CLOSE ACCOUNT-FEED-FILE
001880         CLOSE CUSTOMER-MASTER-FILE
001890         MOVE 16 TO RETURN-CODE
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF
001920     SET FILES-ARE-AVAILABLE TO TRUE
001930     .
001940 1000-INITIALIZE-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970*    1100-WRITE-REPORT-HEADINGS
001980*----------------------------------------------------------------
001990 1100-WRITE-REPORT-HEADINGS.
002000     MOVE SPACES TO REPORT-LINE
002010     STRING 'EXCECOES DA CARGA DE POSICAO FINANCEIRA - '
002020                 DELIMITED BY SIZE
002030            800-CURRENT-DATE-DD     DELIMITED BY SIZE
002040            '/'                     DELIMITED BY SIZE
002050            800-CURRENT-DATE-MM     DELIMITED BY SIZE
002060            '/'                     DELIMITED BY SIZE
002070            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
002080         INTO REPORT-LINE
002090     WRITE REPORT-LINE
002100     MOVE SPACES TO REPORT-LINE
002110     STRING '  LINHA  CLIENTE  MOTIVO'
002120         DELIMITED BY SIZE INTO REPORT-LINE
002130     WRITE REPORT-LINE
002140     MOVE SPACES TO REPORT-LINE
002150     STRING '-------  -------  ------------------------------'
002160         DELIMITED BY SIZE INTO REPORT-LINE
002170     WRITE REPORT-LINE
002180     .
002190 1100-WRITE-REPORT-HEADINGS-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220*    2000-PREVALIDATE-FEED
002230*    FULL PASS OVER THE FEED BEFORE ANY ACCOUNT IS LOADED:
002240*    EXACTLY ONE "H" HEADER FIRST WITH A NUMERIC DATE, EXACTLY
002250*    ONE "T" TRAILER LAST, AND THE TRAILER COUNT EQUAL TO THE
002260*    DETAIL LINES SEEN.  ANY FAILURE LOADS NOTHING - A
002270*    TRUNCATED TRANSFER MUST NEVER LEAVE HALF THE ACCOUNTS ON
002280*    TONIGHT'S POSITION AND HALF ON YESTERDAY'S.  ON SUCCESS THE
002290*    FEED IS CLOSED AND REOPENED SO THE LOAD PASS STARTS AT THE
002300*    TOP.
002310*----------------------------------------------------------------
002320 2000-PREVALIDATE-FEED.
002330     SET BATCH-IS-VALID TO TRUE
002340     SET HEADER-NOT-FOUND TO TRUE
002350     SET TRAILER-NOT-FOUND TO TRUE
002360     MOVE ZEROS TO TRAILER-COUNT-HOLD
002370     PERFORM 2100-PREVALIDATE-RECORD
002380         THRU 2100-PREVALIDATE-RECORD-EXIT
002390         UNTIL END-OF-FEED-FILE
002400     IF HEADER-NOT-FOUND
002410         MOVE 'ARQUIVO SEM HEADER "H"' TO EXCEPTION-TEXT
002420         PERFORM 2900-WRITE-BATCH-EXCEPTION
002430             THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
002440     END-IF
002450     IF TRAILER-NOT-FOUND
002460         MOVE 'ARQUIVO SEM TRAILER "T" - TRANSMISSAO TRUNCADA'
002470             TO EXCEPTION-TEXT
002480         PERFORM 2900-WRITE-BATCH-EXCEPTION
002490             THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
002500     END-IF
002510     IF TRAILER-WAS-FOUND
002520             AND TRAILER-COUNT-HOLD NOT = DETAIL-LINES-COUNT
002530         MOVE TRAILER-COUNT-HOLD TO TRAILER-COUNT-EDIT
002540         MOVE DETAIL-LINES-COUNT TO LOAD-COUNT-EDIT
002550         MOVE SPACES TO EXCEPTION-TEXT
002560         STRING 'TRAILER INFORMA ' DELIMITED BY SIZE
002570                TRAILER-COUNT-EDIT DELIMITED BY SIZE
002580                ' - DETALHES LIDOS ' DELIMITED BY SIZE
002590                LOAD-COUNT-EDIT    DELIMITED BY SIZE
002600             INTO EXCEPTION-TEXT
002610         PERFORM 2900-WRITE-BATCH-EXCEPTION
002620             THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
002630     END-IF
002640     CLOSE ACCOUNT-FEED-FILE
002650     IF BATCH-IS-VALID
002660         OPEN INPUT ACCOUNT-FEED-FILE
002670         IF CUSTBSTA-FILE-STATUS = "00"
002680             SET NOT-END-OF-FEED-FILE TO TRUE
002690         ELSE
002700             MOVE 'ERRO REABRINDO O ARQUIVO CUSTBSTA'
002710                 TO EXCEPTION-TEXT
002720             PERFORM 2900-WRITE-BATCH-EXCEPTION
002730                 THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
002740         END-IF
002750     END-IF
002760     IF BATCH-NOT-VALID
002770         DISPLAY '*** ACCTLOAD - ARQUIVO DE POSICAO FINANCEIRA '
002780                 'REJEITADO - NENHUMA CONTA CARREGADA ***'
002790         MOVE 16 TO RETURN-CODE
002800     END-IF
002810     .
002820 2000-PREVALIDATE-FEED-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*    2100-PREVALIDATE-RECORD
002860*    CLASSIFIES ONE LINE OF THE FEED.  A BLANK LINE (THE LINE
002870*    SEQUENTIAL READER'S END-OF-FILE ARTIFACT) IS IGNORED, THE
002880*    SAME WAY RELATORIO GUARDS ITS AUDIT READ.
002890*----------------------------------------------------------------
002900 2100-PREVALIDATE-RECORD.
002910     PERFORM 2200-READ-FEED-RECORD
002920         THRU 2200-READ-FEED-RECORD-EXIT
002930     IF END-OF-FEED-FILE
002940         GO TO 2100-PREVALIDATE-RECORD-EXIT
002950     END-IF
002960     IF ACCOUNT-FEED-RECORD = SPACES
002970         GO TO 2100-PREVALIDATE-RECORD-EXIT
002980     END-IF
002990     EVALUATE AH-RECORD-TYPE
003000         WHEN "H"
003010             IF HEADER-WAS-FOUND
003020                 MOVE 'MAIS DE UM HEADER NO ARQUIVO'
003030                     TO EXCEPTION-TEXT
003040                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003050                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003060             END-IF
003070             IF DETAIL-LINES-COUNT > ZERO
003080                     OR TRAILER-WAS-FOUND
003090                 MOVE 'HEADER NAO EH O PRIMEIRO REGISTRO'
003100                     TO EXCEPTION-TEXT
003110                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003120                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003130             END-IF
003140             SET HEADER-WAS-FOUND TO TRUE
003150             IF AH-FEED-DATE IS NUMERIC
003160                 MOVE AH-FEED-DATE TO FEED-DATE-HOLD
003170             ELSE
003180                 MOVE 'DATA DO HEADER INVALIDA' TO EXCEPTION-TEXT
003190                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003200                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003210             END-IF
003220         WHEN "T"
003230             IF TRAILER-WAS-FOUND
003240                 MOVE 'MAIS DE UM TRAILER NO ARQUIVO'
003250                     TO EXCEPTION-TEXT
003260                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003270                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003280             END-IF
003290             SET TRAILER-WAS-FOUND TO TRUE
003300             IF AT-DETAIL-COUNT IS NUMERIC
003310                 MOVE AT-DETAIL-COUNT TO TRAILER-COUNT-HOLD
003320             ELSE
003330                 MOVE 'CONTAGEM DO TRAILER INVALIDA'
003340                     TO EXCEPTION-TEXT
003350                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003360                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003370             END-IF
003380         WHEN OTHER
003390             IF TRAILER-WAS-FOUND
003400                 MOVE 'REGISTRO APOS O TRAILER - FORA DE ORDEM'
003410                     TO EXCEPTION-TEXT
003420                 PERFORM 2900-WRITE-BATCH-EXCEPTION
003430                     THRU 2900-WRITE-BATCH-EXCEPTION-EXIT
003440             END-IF
003450             ADD 1 TO DETAIL-LINES-COUNT
003460     END-EVALUATE
003470     .
003480 2100-PREVALIDATE-RECORD-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510*    2200-READ-FEED-RECORD
003520*----------------------------------------------------------------
003530 2200-READ-FEED-RECORD.
003540     READ ACCOUNT-FEED-FILE
003550         AT END
003560             SET END-OF-FEED-FILE TO TRUE
003570     END-READ
003580     .
003590 2200-READ-FEED-RECORD-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620*    2900-WRITE-BATCH-EXCEPTION
003630*    A FINDING AGAINST THE FILE AS A WHOLE - IT FAILS THE BATCH.
003640*----------------------------------------------------------------
003650 2900-WRITE-BATCH-EXCEPTION.
003660     SET BATCH-NOT-VALID TO TRUE
003670     MOVE SPACES TO REPORT-LINE
003680     STRING '   LOTE           ' DELIMITED BY SIZE
003690            EXCEPTION-TEXT      DELIMITED BY SIZE
003700         INTO REPORT-LINE
003710     WRITE REPORT-LINE
003720     .
003730 2900-WRITE-BATCH-EXCEPTION-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    3000-LOAD-ACCOUNT-STATUS
003770*    ONE FEED LINE PER PASS.  THE HEADER AND TRAILER WERE
003780*    CHECKED BY THE PREVALIDATION AND ARE SKIPPED HERE; LINES
003790*    ARE NUMBERED AS THEY SIT IN THE FILE SO THE REPORT POINTS
003800*    BILLING AT THE RIGHT ONE.
003810*----------------------------------------------------------------
003820 3000-LOAD-ACCOUNT-STATUS.
003830     PERFORM 2200-READ-FEED-RECORD
003840         THRU 2200-READ-FEED-RECORD-EXIT
003850     IF END-OF-FEED-FILE
003860         GO TO 3000-LOAD-ACCOUNT-STATUS-EXIT
003870     END-IF
003880     ADD 1 TO LINES-READ-COUNT
003890     IF ACCOUNT-FEED-RECORD = SPACES
003900             OR AH-RECORD-TYPE = "H"
003910             OR AT-RECORD-TYPE = "T"
003920         GO TO 3000-LOAD-ACCOUNT-STATUS-EXIT
003930     END-IF
003940     PERFORM 3100-EDIT-FEED-LINE
003950         THRU 3100-EDIT-FEED-LINE-EXIT
003960     IF FEED-LINE-IS-VALID
003970         PERFORM 3200-STORE-ACCOUNT-STATUS
003980             THRU 3200-STORE-ACCOUNT-STATUS-EXIT
003990     ELSE
004000         PERFORM 3900-WRITE-LINE-EXCEPTION
004010             THRU 3900-WRITE-LINE-EXCEPTION-EXIT
004020     END-IF
004030     .
004040 3000-LOAD-ACCOUNT-STATUS-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070*    3100-EDIT-FEED-LINE
004080*    NUMERIC CUSTOMER ID THAT IS ON CUSTMAST, A NUMERIC BALANCE
004090*    WITH A "+", "-" OR SPACE SIGN, NUMERIC DAYS PAST DUE AND A
004100*    HOLD FLAG OF S OR N.  THE FIRST FAILURE NAMES THE REASON.
004110*----------------------------------------------------------------
004120 3100-EDIT-FEED-LINE.
004130     SET FEED-LINE-NOT-VALID TO TRUE
004140     IF AF-CUSTOMER-ID IS NOT NUMERIC
004150         MOVE 'ID DO CLIENTE NAO NUMERICO' TO EXCEPTION-TEXT
004160         GO TO 3100-EDIT-FEED-LINE-EXIT
004170     END-IF
004180     MOVE AF-CUSTOMER-ID TO CM-CUSTOMER-ID
004190     READ CUSTOMER-MASTER-FILE
004200         KEY IS CM-CUSTOMER-ID
004210         INVALID KEY
004220             MOVE 'CLIENTE NAO CADASTRADO NO CUSTMAST'
004230                 TO EXCEPTION-TEXT
004240             GO TO 3100-EDIT-FEED-LINE-EXIT
004250     END-READ
004260     IF AF-BALANCE-AMOUNT IS NOT NUMERIC
004270             OR (AF-BALANCE-SIGN NOT = "+"
004280             AND AF-BALANCE-SIGN NOT = "-"
004290             AND AF-BALANCE-SIGN NOT = SPACE)
004300         MOVE 'SALDO INVALIDO' TO EXCEPTION-TEXT
004310         GO TO 3100-EDIT-FEED-LINE-EXIT
004320     END-IF
004330     IF AF-DAYS-PAST-DUE IS NOT NUMERIC
004340         MOVE 'DIAS EM ATRASO INVALIDO' TO EXCEPTION-TEXT
004350         GO TO 3100-EDIT-FEED-LINE-EXIT
004360     END-IF
004370     IF AF-CREDIT-HOLD NOT = "S"
004380             AND AF-CREDIT-HOLD NOT = "N"
004390         MOVE 'INDICADOR DE BLOQUEIO NAO EH S OU N'
004400             TO EXCEPTION-TEXT
004410         GO TO 3100-EDIT-FEED-LINE-EXIT
004420     END-IF
004430     SET FEED-LINE-IS-VALID TO TRUE
004440     .
004450 3100-EDIT-FEED-LINE-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480*    3200-STORE-ACCOUNT-STATUS
004490*    RANDOM READ BY CUSTOMER ID - REWRITE WHEN THE ACCOUNT IS
004500*    ALREADY ON FILE, WRITE WHEN IT IS NEW.
004510*----------------------------------------------------------------
004520 3200-STORE-ACCOUNT-STATUS.
004530     MOVE AF-CUSTOMER-ID TO AS-CUSTOMER-ID
004540     READ ACCOUNT-STATUS-FILE
004550         INVALID KEY
004560             PERFORM 3210-ADD-ACCOUNT-STATUS
004570                 THRU 3210-ADD-ACCOUNT-STATUS-EXIT
004580         NOT INVALID KEY
004590             PERFORM 3220-REPLACE-ACCOUNT-STATUS
004600                 THRU 3220-REPLACE-ACCOUNT-STATUS-EXIT
004610     END-READ
004620     .
004630 3200-STORE-ACCOUNT-STATUS-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660*    3210-ADD-ACCOUNT-STATUS
004670*----------------------------------------------------------------
004680 3210-ADD-ACCOUNT-STATUS.
004690     MOVE SPACES TO ACCOUNT-STATUS-RECORD
004700     MOVE AF-CUSTOMER-ID TO AS-CUSTOMER-ID
004710     PERFORM 3230-SET-RECORD-FIELDS
004720         THRU 3230-SET-RECORD-FIELDS-EXIT
004730     WRITE ACCOUNT-STATUS-RECORD
004740         INVALID KEY
004750             MOVE 'ERRO GRAVANDO CUSTACCT' TO EXCEPTION-TEXT
004760             PERFORM 3900-WRITE-LINE-EXCEPTION
004770                 THRU 3900-WRITE-LINE-EXCEPTION-EXIT
004780         NOT INVALID KEY
004790             ADD 1 TO ACCOUNTS-ADDED-COUNT
004800     END-WRITE
004810     .
004820 3210-ADD-ACCOUNT-STATUS-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*    3220-REPLACE-ACCOUNT-STATUS
004860*----------------------------------------------------------------
004870 3220-REPLACE-ACCOUNT-STATUS.
004880     PERFORM 3230-SET-RECORD-FIELDS
004890         THRU 3230-SET-RECORD-FIELDS-EXIT
004900     REWRITE ACCOUNT-STATUS-RECORD
004910         INVALID KEY
004920             MOVE 'ERRO REGRAVANDO CUSTACCT' TO EXCEPTION-TEXT
004930             PERFORM 3900-WRITE-LINE-EXCEPTION
004940                 THRU 3900-WRITE-LINE-EXCEPTION-EXIT
004950         NOT INVALID KEY
004960             ADD 1 TO ACCOUNTS-REPLACED-COUNT
004970     END-REWRITE
004980     .
004990 3220-REPLACE-ACCOUNT-STATUS-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020*    3230-SET-RECORD-FIELDS
005030*    A "-" SIGN IS A CREDIT BALANCE AND IS STORED NEGATIVE.
005040*----------------------------------------------------------------
005050 3230-SET-RECORD-FIELDS.
005060     IF AF-BALANCE-SIGN = "-"
005070         COMPUTE AS-BALANCE-AMOUNT = ZERO - AF-BALANCE-AMOUNT
005080     ELSE
005090         MOVE AF-BALANCE-AMOUNT TO AS-BALANCE-AMOUNT
005100     END-IF
005110     MOVE AF-DAYS-PAST-DUE TO AS-DAYS-PAST-DUE
005120     MOVE AF-CREDIT-HOLD TO AS-CREDIT-HOLD-FLAG
005130     MOVE FEED-DATE-HOLD TO AS-FEED-DATE
005140     MOVE 800-CURRENT-YMD-NUM TO AS-LOAD-DATE
005150     .
005160 3230-SET-RECORD-FIELDS-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190*    3900-WRITE-LINE-EXCEPTION
005200*    A FINDING AGAINST ONE DETAIL LINE - THE LINE IS SKIPPED
005210*    AND THE ACCOUNT KEEPS WHATEVER POSITION IT HAD.
005220*----------------------------------------------------------------
005230 3900-WRITE-LINE-EXCEPTION.
005240     ADD 1 TO LINES-REJECTED-COUNT
005250     MOVE LINES-READ-COUNT TO LINE-NUMBER-EDIT
005260     MOVE SPACES TO REPORT-LINE
005270     STRING LINE-NUMBER-EDIT    DELIMITED BY SIZE
005280            '  '                DELIMITED BY SIZE
005290            AF-CUSTOMER-ID      DELIMITED BY SIZE
005300            '   '               DELIMITED BY SIZE
005310            EXCEPTION-TEXT      DELIMITED BY SIZE
005320         INTO REPORT-LINE
005330     WRITE REPORT-LINE
005340     .
005350 3900-WRITE-LINE-EXCEPTION-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    4000-SHOW-TOTALS
005390*    THE TOTALS GO TO THE CONSOLE AND THE FOOT OF THE REPORT.
005400*    ANY REJECTED LINE ENDS THE JOB WITH RETURN-CODE 8 SO THE
005410*    OPERATOR LOOKS AT THE REPORT - UNLESS THE WHOLE FEED WAS
005420*    ALREADY REJECTED WITH 16.
005430*----------------------------------------------------------------
005440 4000-SHOW-TOTALS.
005450     MOVE SPACES TO REPORT-LINE
005460     WRITE REPORT-LINE
005470     MOVE DETAIL-LINES-COUNT TO LOAD-COUNT-EDIT
005480     DISPLAY 'ACCTLOAD - CONTAS NO ARQUIVO   = ' LOAD-COUNT-EDIT
005490     MOVE SPACES TO REPORT-LINE
005500     STRING 'CONTAS NO ARQUIVO   = ' DELIMITED BY SIZE
005510            LOAD-COUNT-EDIT          DELIMITED BY SIZE
005520         INTO REPORT-LINE
005530     WRITE REPORT-LINE
005540     MOVE ACCOUNTS-ADDED-COUNT TO LOAD-COUNT-EDIT
005550     DISPLAY 'ACCTLOAD - CONTAS INCLUIDAS    = ' LOAD-COUNT-EDIT
005560     MOVE SPACES TO REPORT-LINE
005570     STRING 'CONTAS INCLUIDAS    = ' DELIMITED BY SIZE
005580            LOAD-COUNT-EDIT          DELIMITED BY SIZE
005590         INTO REPORT-LINE
005600     WRITE REPORT-LINE
005610     MOVE ACCOUNTS-REPLACED-COUNT TO LOAD-COUNT-EDIT
005620     DISPLAY 'ACCTLOAD - CONTAS ATUALIZADAS  = ' LOAD-COUNT-EDIT
005630     MOVE SPACES TO REPORT-LINE
005640     STRING 'CONTAS ATUALIZADAS  = ' DELIMITED BY SIZE
005650            LOAD-COUNT-EDIT          DELIMITED BY SIZE
005660         INTO REPORT-LINE
005670     WRITE REPORT-LINE
005680     MOVE LINES-REJECTED-COUNT TO LOAD-COUNT-EDIT
005690     DISPLAY 'ACCTLOAD - LINHAS REJEITADAS   = ' LOAD-COUNT-EDIT
005700     MOVE SPACES TO REPORT-LINE
005710     STRING 'LINHAS REJEITADAS   = ' DELIMITED BY SIZE
005720            LOAD-COUNT-EDIT          DELIMITED BY SIZE
005730         INTO REPORT-LINE
005740     WRITE REPORT-LINE
005750     IF LINES-REJECTED-COUNT > ZERO
005760             AND RETURN-CODE < 8
005770         MOVE 8 TO RETURN-CODE
005780     END-IF
005790     .
005800 4000-SHOW-TOTALS-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830*    9000-TERMINATE
005840*    THE FEED WAS ALREADY CLOSED IF THE PREVALIDATION FAILED.
005850*----------------------------------------------------------------
005860 9000-TERMINATE.
005870     IF FILES-ARE-AVAILABLE
005880         IF BATCH-IS-VALID
005890             CLOSE ACCOUNT-FEED-FILE
005900         END-IF
005910         CLOSE CUSTOMER-MASTER-FILE
005920         CLOSE ACCOUNT-STATUS-FILE
005930     END-IF
005940     CLOSE REPORT-FILE
005950     .
005960 9000-TERMINATE-EXIT.
005970     EXIT.
