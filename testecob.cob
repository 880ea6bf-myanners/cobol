000950*                     REPORT SUCCESS.  A REPROCESS RUN (THE
000960*                     REJECT QUEUE AS INTAKE) CARRIES NO HEADER
000970*                     OR TRAILER AND SKIPS THE CHECK.
000971*    10/15/2026 MYN   ADD A BATCH-MAINTENANCE PATH (TESTECOB-
000972*                     MAINT-MODE = "Y", CUSTMTRN - SEE CUSTMTCP).
000973*    10/15/2026 MYN   CHECK CITY, STATE AND CEP AGAINST CEPMAST.
000974*    10/15/2026 MYN   REJECT A BATCH DELETE OR INACTIVATION ("SD")
000975*                     WHILE CUSTACCT SHOWS A BALANCE OR A HOLD.
000976*    10/15/2026 MYN   LOG INTAKE CONTROL TOTALS TO CTLLEDGR; MARK
000977*                     BATCH HISTORY CH-ACTION-SOURCE "B".
000978*    10/15/2026 MYN   LOG REPROCESSED REJECTS TO CUSTRSLV; RESET
000979*                     THE MODE SWITCHES ON EVERY CALL.
000980*----------------------------------------------------------------
000990 ENVIRONMENT DIVISION.
001000 CONFIGURATION SECTION.
001060         RECORD KEY IS CM-CUSTOMER-ID
001070         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
001080         FILE STATUS IS CUSTMAST-FILE-STATUS.
001081     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
001082         ORGANIZATION IS INDEXED
001083         ACCESS MODE IS DYNAMIC
001084         RECORD KEY IS PC-POSTAL-CODE
001085         FILE STATUS IS CEPMAST-FILE-STATUS.
001090     SELECT CUSTOMER-INTAKE-FILE ASSIGN TO "CUSTINPT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS CUSTINPT-FILE-STATUS.
001111     SELECT ACCOUNT-STATUS-FILE ASSIGN TO "CUSTACCT"
001112         ORGANIZATION IS INDEXED
001113         ACCESS MODE IS DYNAMIC
001114         RECORD KEY IS AS-CUSTOMER-ID
001115         FILE STATUS IS CUSTACCT-FILE-STATUS.
001120     SELECT CUSTOMER-REJECT-FILE ASSIGN TO "CUSTREJT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS CUSTREJT-FILE-STATUS.
001142     SELECT RESOLVED-REJECT-FILE ASSIGN TO "CUSTRSLV"
001144         ORGANIZATION IS LINE SEQUENTIAL
001146         FILE STATUS IS CUSTRSLV-FILE-STATUS.
001150     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS CUSTHIST-FILE-STATUS.
001172     SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDGR"
001174         ORGANIZATION IS LINE SEQUENTIAL
001176         FILE STATUS IS CTLLEDGR-FILE-STATUS.
001180     SELECT BATCH-CONTROL-FILE ASSIGN TO "CUSTINCT"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CUSTINCT-FILE-STATUS.
001201     SELECT CUSTOMER-MAINT-FILE ASSIGN TO "CUSTMTRN"
001202         ORGANIZATION IS LINE SEQUENTIAL
001203         FILE STATUS IS CUSTMTRN-FILE-STATUS.
001204     SELECT MAINT-REJECT-FILE ASSIGN TO "CUSTMREJ"
001205         ORGANIZATION IS LINE SEQUENTIAL
001206         FILE STATUS IS CUSTMREJ-FILE-STATUS.
001207     SELECT MAINT-CONTROL-FILE ASSIGN TO "CUSTMTCT"
001208         ORGANIZATION IS LINE SEQUENTIAL
001209         FILE STATUS IS CUSTMTCT-FILE-STATUS.
001210*----------------------------------------------------------------
001220 DATA DIVISION.
001230 FILE SECTION.
001240 FD  CUSTOMER-MASTER-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY CUSTCP.
001261 FD  POSTAL-CODE-FILE
001262     LABEL RECORDS ARE STANDARD.
001263     COPY POSTALCP.
001264 FD  ACCOUNT-STATUS-FILE
001265     LABEL RECORDS ARE STANDARD.
001266     COPY CUSTASCP.
001270 FD  CUSTOMER-INTAKE-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY CUSTINCP.
001292 FD  CONTROL-LEDGER-FILE
001294     LABEL RECORDS ARE STANDARD.
001296     COPY CTLLEDCP.
001300 FD  CUSTOMER-REJECT-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY CUSTRJCP.
001322 FD  RESOLVED-REJECT-FILE
001324     LABEL RECORDS ARE STANDARD.
001326     COPY CUSTRVCP.
001330 FD  CUSTOMER-HISTORY-FILE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY CUSTHSCP.
001351 FD  CUSTOMER-MAINT-FILE
001352     LABEL RECORDS ARE STANDARD.
001353     COPY CUSTMTCP.
001354 FD  MAINT-REJECT-FILE
001355     LABEL RECORDS ARE STANDARD.
001356     COPY CUSTMJCP.
001360*    ONE LINE PER BATCH ALREADY LOADED - THE DUPLICATE-BATCH
001370*    CHECK READS IT, A CLEAN LOAD APPENDS TO IT.
001380 FD  BATCH-CONTROL-FILE
001400 01  BATCH-CONTROL-RECORD.
001410     05  BC-BATCH-DATE                   PIC X(08).
001420     05  BC-BATCH-SOURCE                 PIC X(08).
001421     05  FILLER                          PIC X(04).
001422*    ONE LINE PER MAINTENANCE BATCH ALREADY APPLIED - THE SAME
001423*    DUPLICATE-BATCH CONTROL THE INTAKE KEEPS ON CUSTINCT.
001424 FD  MAINT-CONTROL-FILE
001425     LABEL RECORDS ARE STANDARD.
001426 01  MAINT-CONTROL-RECORD.
001427     05  MC-BATCH-DATE                   PIC X(08).
001428     05  MC-BATCH-SOURCE                 PIC X(08).
001430     05  FILLER                          PIC X(04).
001440*----------------------------------------------------------------
001450 WORKING-STORAGE SECTION.
001540 77  CUSTINPT-FILE-STATUS                PIC X(02) VALUE SPACES.
001550 77  CUSTREJT-FILE-STATUS                PIC X(02) VALUE SPACES.
001560 77  CUSTHIST-FILE-STATUS                PIC X(02) VALUE SPACES.
001561 77  CUSTMTRN-FILE-STATUS                PIC X(02) VALUE SPACES.
001562 77  CUSTMREJ-FILE-STATUS                PIC X(02) VALUE SPACES.
001563 77  CUSTMTCT-FILE-STATUS                PIC X(02) VALUE SPACES.
001564 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
001565 77  CUSTACCT-FILE-STATUS                PIC X(02) VALUE SPACES.
001566 77  CTLLEDGR-FILE-STATUS                PIC X(02) VALUE SPACES.
001567 77  CUSTRSLV-FILE-STATUS                PIC X(02) VALUE SPACES.
001570 77  WS-REJECT-REASON                    PIC X(02) VALUE SPACES.
001580 77  WS-OPERATOR-ID                      PIC X(08) VALUE SPACES.
001590 77  WS-CUSTOMER-ID-SAVE                 PIC 9(06) VALUE ZERO.
001630 77  WS-NAME-VALID-SWITCH                PIC X(01) VALUE "N".
001640     88  WS-NAME-IS-VALID                     VALUE "S".
001650     88  WS-NAME-NOT-VALID                    VALUE "N".
001651 77  WS-ACCOUNT-AVAIL-SWITCH             PIC X(01) VALUE "N".
001652     88  WS-ACCOUNT-FILE-AVAILABLE            VALUE "S".
001653     88  WS-ACCOUNT-FILE-NOT-AVAILABLE        VALUE "N".
001654 77  WS-ACCOUNT-BLOCK-SWITCH             PIC X(01) VALUE "N".
001655     88  WS-ACCOUNT-BLOCKS-CLOSING            VALUE "S".
001656     88  WS-ACCOUNT-ALLOWS-CLOSING            VALUE "N".
001660 77  WS-DUPLICATE-SWITCH                 PIC X(01) VALUE "N".
001670     88  WS-DUPLICATE-FOUND                   VALUE "S".
001680     88  WS-DUPLICATE-NOT-FOUND               VALUE "N".
001681 77  WS-POSTAL-AVAIL-SWITCH              PIC X(01) VALUE "N".
001682     88  WS-POSTAL-FILE-AVAILABLE             VALUE "S".
001683     88  WS-POSTAL-FILE-NOT-AVAILABLE         VALUE "N".
001684 77  WS-POSTAL-MATCH-SWITCH              PIC X(01) VALUE "N".
001685     88  WS-POSTAL-CODE-MATCHES               VALUE "S".
001686     88  WS-POSTAL-CODE-MISMATCH              VALUE "N".
001690 77  WS-EOF-SWITCH                       PIC X(01) VALUE "N".
001700     88  WS-END-OF-FILE                       VALUE "S".
001710     88  WS-NOT-END-OF-FILE                   VALUE "N".
001711 77  WS-CUSTOMER-FOUND-SWITCH            PIC X(01) VALUE "N".
001712     88  WS-CUSTOMER-WAS-FOUND                VALUE "S".
001713     88  WS-CUSTOMER-NOT-FOUND                VALUE "N".
001714 77  WS-NEW-STATUS-CODE                  PIC X(01) VALUE SPACES.
001715     88  WS-NEW-STATUS-IS-VALID               VALUE "A" "I".
001716 77  WS-HISTORY-ACTION-CODE              PIC X(01) VALUE SPACES.
001717 77  WS-BEFORE-IMAGE-HOLD                PIC X(126) VALUE SPACES.
001720 77  WS-BATCH-MODE-PARM                  PIC X(01) VALUE SPACES.
001730 77  WS-BATCH-MODE-SWITCH                PIC X(01) VALUE "N".
001740     88  WS-BATCH-MODE-ON                     VALUE "S".
001750     88  WS-BATCH-MODE-OFF                    VALUE "N".
001751 77  WS-MAINT-MODE-PARM                  PIC X(01) VALUE SPACES.
001752 77  WS-MAINT-MODE-SWITCH                PIC X(01) VALUE "N".
001753     88  WS-MAINT-MODE-ON                     VALUE "S".
001754     88  WS-MAINT-MODE-OFF                    VALUE "N".
001755 77  WS-MAINT-AVAIL-SWITCH               PIC X(01) VALUE "N".
001756     88  WS-MAINT-FILE-AVAILABLE              VALUE "S".
001757     88  WS-MAINT-FILE-NOT-AVAILABLE          VALUE "N".
001760 77  CUSTINCT-FILE-STATUS                PIC X(02) VALUE SPACES.
001770 77  WS-BATCH-VALID-SWITCH               PIC X(01) VALUE "Y".
001780     88  WS-BATCH-IS-VALID                    VALUE "Y".
001980 77  WS-INTAKE-AVAIL-SWITCH              PIC X(01) VALUE "N".
001990     88  WS-INTAKE-FILE-AVAILABLE             VALUE "S".
002000     88  WS-INTAKE-FILE-NOT-AVAILABLE         VALUE "N".
002001 77  WS-RESOLVED-AVAIL-SWITCH            PIC X(01) VALUE "N".
002002     88  WS-RESOLVED-FILE-AVAILABLE           VALUE "S".
002003     88  WS-RESOLVED-FILE-NOT-AVAILABLE       VALUE "N".
002004 77  WS-TODAY-DATE-NUM                   PIC 9(08) VALUE ZEROS.
002005 77  WS-REJECT-DATE-NUM                  PIC 9(08) VALUE ZEROS.
002010 77  WS-BATCH-READ-COUNT                 PIC 9(05) COMP
002020                                          VALUE ZERO.
002030 77  WS-BATCH-WRITE-COUNT                PIC 9(05) COMP
002040                                          VALUE ZERO.
002050 77  WS-BATCH-REJECT-COUNT               PIC 9(05) COMP
002060                                          VALUE ZERO.
002065 77  WS-BATCH-WINDOW                     PIC X(08) VALUE SPACES.
002070 01  WS-CURRENT-DATE.
002080     05  WS-CURRENT-DATE-YYYY            PIC X(04) VALUE SPACES.
002090     05  WS-CURRENT-DATE-MM              PIC X(02) VALUE SPACES.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE
002220         THRU 1000-INITIALIZE-EXIT
002222     EVALUATE TRUE
002224         WHEN WS-MAINT-MODE-ON
002226             PERFORM 4000-BATCH-MAINTENANCE
002228                 THRU 4000-BATCH-MAINTENANCE-EXIT
002230         WHEN WS-BATCH-MODE-ON
002240             PERFORM 3000-BATCH-INTAKE
002250                 THRU 3000-BATCH-INTAKE-EXIT
002253             PERFORM 8000-WRITE-CONTROL-LEDGER
002256                 THRU 8000-WRITE-CONTROL-LEDGER-EXIT
002260         WHEN OTHER
002270             PERFORM 2000-CAPTURE-CUSTOMER
002280                 THRU 2000-CAPTURE-CUSTOMER-EXIT
002290     END-EVALUATE
002300     PERFORM 9000-TERMINATE
002310         THRU 9000-TERMINATE-EXIT
002320     GOBACK.
002430         THRU 1300-OPEN-HISTORY-FILE-EXIT
002440     PERFORM 1400-SET-OPERATOR-ID
002450         THRU 1400-SET-OPERATOR-ID-EXIT
002452     PERFORM 1500-OPEN-POSTAL-FILE
002454         THRU 1500-OPEN-POSTAL-FILE-EXIT
002456     PERFORM 1600-OPEN-ACCOUNT-FILE
002458         THRU 1600-OPEN-ACCOUNT-FILE-EXIT
002460     .
002470 1000-INITIALIZE-EXIT.
002480     EXIT.
002660*    TESTECOB-BATCH-MODE = "Y" SWITCHES THE RUN FROM ONE
002670*    INTERACTIVE OPERATOR ENTRY TO A FULL CUSTOMER-INTAKE FILE
002680*    LOAD - SET BY THE JCL/COMMAND LINE FOR A VOLUME LOAD, LEFT
002690*    UNSET FOR THE NORMAL ONE-RECORD-AT-A-TIME SCREEN.  EVERY
002693*    SWITCH IS RESET FIRST - THE NIGHTLY STREAM CALLS THIS
002696*    PROGRAM MORE THAN ONCE IN ONE RUN UNIT.
002700*----------------------------------------------------------------
002710 1200-CHECK-BATCH-MODE.
002713     SET WS-BATCH-MODE-OFF TO TRUE
002716     SET WS-REPROCESS-OFF TO TRUE
002720     ACCEPT WS-BATCH-MODE-PARM FROM ENVIRONMENT
002730         "TESTECOB-BATCH-MODE"
002740     IF WS-BATCH-MODE-PARM = "Y" OR WS-BATCH-MODE-PARM = "y"
002810         "TESTECOB-REPROCESS-MODE"
002820     IF WS-REPROCESS-PARM = "Y" OR WS-REPROCESS-PARM = "y"
002830         SET WS-REPROCESS-ON TO TRUE
002831         SET WS-BATCH-MODE-ON TO TRUE
002832     END-IF
002833*    TESTECOB-MAINT-MODE = "Y" RUNS THE BATCH-MAINTENANCE PATH -
002834*    THE CUSTMTRN CHANGES INSTEAD OF THE CUSTINPT ADDS.
002835     SET WS-MAINT-MODE-OFF TO TRUE
002836     ACCEPT WS-MAINT-MODE-PARM FROM ENVIRONMENT
002837         "TESTECOB-MAINT-MODE"
002838     IF WS-MAINT-MODE-PARM = "Y" OR WS-MAINT-MODE-PARM = "y"
002839         SET WS-MAINT-MODE-ON TO TRUE
002840         SET WS-BATCH-MODE-ON TO TRUE
002850     END-IF
002860     .
004060*    ADDRESS/CONTACT FIELDS ARE FREE FORM AND MAY BE LEFT BLANK
004070*    - THE FRONT OFFICE FILLS GAPS IN LATER THROUGH CUSTMNT.
004080*    FOLDED TO UPPER CASE LIKE THE NAME SO THE STORED RECORD
004090*    MATCHES THE SHOP'S ALL-CAPS CONSOLE CONVENTION.  CITY, UF
004093*    AND CEP ARE PROMPTED AGAIN UNTIL THEY AGREE WITH THE
004096*    POSTAL-CODE REFERENCE FILE (OR ARE ALL LEFT BLANK).
004100*----------------------------------------------------------------
004110 2250-ACCEPT-CONTACT-DATA.
004120     DISPLAY 'DIGITE O ENDERECO: '
004130     ACCEPT WS-ADDRESS-LINE
004140     MOVE FUNCTION UPPER-CASE(WS-ADDRESS-LINE)
004150         TO WS-ADDRESS-LINE
004160     SET WS-POSTAL-CODE-MISMATCH TO TRUE
004170     PERFORM 2260-PROMPT-FOR-POSTAL-DATA
004180         THRU 2260-PROMPT-FOR-POSTAL-DATA-EXIT
004190         UNTIL WS-POSTAL-CODE-MATCHES
004240     DISPLAY 'DIGITE O TELEFONE: '
004250     ACCEPT WS-PHONE-NUMBER
004260     .
005110     MOVE WS-CURRENT-TIME-SS TO CH-ACTION-SS
005120     MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
005130     MOVE CUSTOMER-MASTER-RECORD TO CH-AFTER-IMAGE
005132     IF WS-BATCH-MODE-ON
005134         SET CH-BATCH-ACTION TO TRUE
005136     END-IF
005140     WRITE CUSTOMER-HISTORY-RECORD
005150     .
005160 2600-LOG-CUSTOMER-ADD-EXIT.
005200*    OPENS THE CUSTOMER-INTAKE FILE AND LOADS EVERY RECORD ON IT
005210*    INTO CUSTOMER-MASTER, REUSING THE SAME DUPLICATE-CHECK AND
005220*    WRITE PARAGRAPHS AS THE INTERACTIVE PATH.  PRINTS A READ/
005230*    WRITTEN/REJECTED SUMMARY COUNT AT THE END.  THE COUNTS ARE
005232*    CLEARED FIRST - THE NIGHTLY STREAM CALLS THIS PROGRAM MORE
005234*    THAN ONCE IN ONE RUN UNIT, AND THE CONTROL LEDGER MUST
005236*    CARRY THIS RUN'S TOTALS ONLY.
005240*----------------------------------------------------------------
005250 3000-BATCH-INTAKE.
005251     MOVE WS-CURRENT-DATE(1:8) TO WS-BATCH-WINDOW
005252     MOVE ZERO TO WS-BATCH-READ-COUNT
005253     MOVE ZERO TO WS-BATCH-WRITE-COUNT
005254     MOVE ZERO TO WS-BATCH-REJECT-COUNT
005255     MOVE ZEROS TO WS-TRAILER-COUNT
005256     MOVE SPACES TO WS-BATCH-DATE-HOLD
005257     SET WS-INTAKE-FILE-NOT-AVAILABLE TO TRUE
005258     SET WS-RESOLVED-FILE-NOT-AVAILABLE TO TRUE
005260     OPEN INPUT CUSTOMER-INTAKE-FILE
005270     IF CUSTINPT-FILE-STATUS = "00"
005280         SET WS-INTAKE-FILE-AVAILABLE TO TRUE
005290     ELSE
005300         DISPLAY '*** TESTECOB BATCH INTAKE FILE NOT FOUND - '
005310                 'NOTHING TO PROCESS ***'
005312     END-IF
005314     IF WS-INTAKE-FILE-AVAILABLE AND WS-REPROCESS-ON
005316         PERFORM 3600-OPEN-RESOLVED-FILE
005318             THRU 3600-OPEN-RESOLVED-FILE-EXIT
005320     END-IF
005330     IF WS-INTAKE-FILE-AVAILABLE AND WS-REPROCESS-OFF
005340         PERFORM 3400-PREVALIDATE-BATCH
005490             UNTIL WS-END-OF-FILE
005500         CLOSE CUSTOMER-INTAKE-FILE
005510         CLOSE CUSTOMER-REJECT-FILE
005512         IF WS-RESOLVED-FILE-AVAILABLE
005514             CLOSE RESOLVED-REJECT-FILE
005516         END-IF
005520         IF WS-REPROCESS-OFF
005530             PERFORM 3500-RECORD-BATCH-LOADED
005540                 THRU 3500-RECORD-BATCH-LOADED-EXIT
006290*----------------------------------------------------------------
006300*    3200-PROCESS-INTAKE-RECORD
006310*    VALIDATES THE INTAKE RECORD THE SAME WAY THE INTERACTIVE
006320*    PROMPTS DO (NUMERIC ID, NON-BLANK ALPHABETIC NAME, CITY/
006325*    UF/CEP ON THE POSTAL-CODE FILE), THEN
006330*    RUNS IT THROUGH THE SAME DUPLICATE CHECKS AND WRITE AS A
006340*    SINGLE OPERATOR ENTRY WOULD USE.  EACH EDIT SETS ITS OWN
006350*    REJECT REASON CODE (SEE CUSTRJCP) SO THE REJECT RECORD
006680         END-IF
006690     END-IF
006700     IF WS-REJECT-REASON = SPACES
006701         PERFORM 2270-CHECK-POSTAL-CODE
006702             THRU 2270-CHECK-POSTAL-CODE-EXIT
006703         IF WS-POSTAL-CODE-MISMATCH
006704             MOVE "CP" TO WS-REJECT-REASON
006705         END-IF
006706     END-IF
006707     IF WS-REJECT-REASON = SPACES
006710         PERFORM 2500-WRITE-CUSTOMER-RECORD
006720             THRU 2500-WRITE-CUSTOMER-RECORD-EXIT
006722         IF WS-REPROCESS-ON AND CUSTMAST-FILE-STATUS = "00"
006724             PERFORM 3700-LOG-RESOLVED-REJECT
006726                 THRU 3700-LOG-RESOLVED-REJECT-EXIT
006728         END-IF
006730         ADD 1 TO WS-BATCH-WRITE-COUNT
006740     ELSE
006750         ADD 1 TO WS-BATCH-REJECT-COUNT
008890 9000-TERMINATE.
008900     CLOSE CUSTOMER-MASTER-FILE
008910     CLOSE CUSTOMER-HISTORY-FILE
008911     IF WS-POSTAL-FILE-AVAILABLE
008912         CLOSE POSTAL-CODE-FILE
008913     END-IF
008914     IF WS-ACCOUNT-FILE-AVAILABLE
008915         CLOSE ACCOUNT-STATUS-FILE
008916     END-IF
008920     .
008930 9000-TERMINATE-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960*    1500-OPEN-POSTAL-FILE
008970*    THE POSTAL-CODE REFERENCE FILE IS READ ONLY HERE.  UNTIL
008980*    THE FIRST CEPLOAD CREATES IT THERE IS NOTHING TO CHECK
008990*    AGAINST, SO ADDRESSES ARE TAKEN AS KEYED, THE WAY THEY
009000*    ALWAYS WERE.
009010*----------------------------------------------------------------
009020 1500-OPEN-POSTAL-FILE.
009030     SET WS-POSTAL-FILE-NOT-AVAILABLE TO TRUE
009040     OPEN INPUT POSTAL-CODE-FILE
009050     IF CEPMAST-FILE-STATUS = "00"
009060         SET WS-POSTAL-FILE-AVAILABLE TO TRUE
009070     ELSE
009080         DISPLAY '*** TESTECOB - TABELA DE CEP NAO ENCONTRADA - '
009090                 'ENDERECO NAO VALIDADO ***'
009100     END-IF
009110     .
009120 1500-OPEN-POSTAL-FILE-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------
009150*    1600-OPEN-ACCOUNT-FILE
009160*    BILLING'S ACCOUNT-STATUS FILE IS READ ONLY, AND ONLY BY THE
009170*    BATCH MAINTENANCE.  UNTIL THE FIRST ACCTLOAD CREATES IT
009180*    NO DELETE OR DEACTIVATION IS BLOCKED.
009190*----------------------------------------------------------------
009200 1600-OPEN-ACCOUNT-FILE.
009210     SET WS-ACCOUNT-FILE-NOT-AVAILABLE TO TRUE
009220     IF WS-MAINT-MODE-OFF
009230         GO TO 1600-OPEN-ACCOUNT-FILE-EXIT
009240     END-IF
009250     OPEN INPUT ACCOUNT-STATUS-FILE
009260     IF CUSTACCT-FILE-STATUS = "00"
009270         SET WS-ACCOUNT-FILE-AVAILABLE TO TRUE
009280     ELSE
009290         DISPLAY '*** TESTECOB - POSICAO FINANCEIRA NAO '
009300                 'ENCONTRADA - SALDO NAO CONFERIDO ***'
009310     END-IF
009320     .
009330 1600-OPEN-ACCOUNT-FILE-EXIT.
009340     EXIT.
009350*----------------------------------------------------------------
009360*    2260-PROMPT-FOR-POSTAL-DATA
009370*    ON A MISMATCH THE CITY AND UF THE TABLE HOLDS FOR THE CEP
009380*    ARE SHOWN, SO THE OPERATOR CAN TELL A MIS-KEYED CEP FROM A
009390*    MIS-KEYED CITY.
009400*----------------------------------------------------------------
009410 2260-PROMPT-FOR-POSTAL-DATA.
009420     DISPLAY 'DIGITE A CIDADE: '
009430     ACCEPT WS-CITY
009440     MOVE FUNCTION UPPER-CASE(WS-CITY) TO WS-CITY
009450     DISPLAY 'DIGITE A UF: '
009460     ACCEPT WS-STATE
009470     MOVE FUNCTION UPPER-CASE(WS-STATE) TO WS-STATE
009480     DISPLAY 'DIGITE O CEP: '
009490     ACCEPT WS-POSTAL-CODE
009500     PERFORM 2270-CHECK-POSTAL-CODE
009510         THRU 2270-CHECK-POSTAL-CODE-EXIT
009520     IF WS-POSTAL-CODE-MISMATCH
009530         IF CEPMAST-FILE-STATUS = "00"
009540             DISPLAY '*** CEP ' PC-POSTAL-CODE ' PERTENCE A '
009550                     PC-CITY ' ' PC-STATE ' ***'
009560         ELSE
009570             DISPLAY '*** CEP NAO CADASTRADO ***'
009580         END-IF
009590         DISPLAY '*** CIDADE/UF/CEP NAO CONFEREM - DIGITE '
009600                 'NOVAMENTE OU DEIXE OS TRES EM BRANCO ***'
009610     END-IF
009620     .
009630 2260-PROMPT-FOR-POSTAL-DATA-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660*    2270-CHECK-POSTAL-CODE
009670*    RANDOM READ OF THE POSTAL-CODE REFERENCE FILE BY CEP - THE
009680*    CITY AND STATE ON FILE MUST EQUAL WS-CITY AND WS-STATE.
009690*    ALL THREE LEFT BLANK, OR NO REFERENCE FILE YET, PASSES.
009700*    SHARED BY THE SCREEN, THE BATCH INTAKE AND THE BATCH
009710*    CONTACT CHANGE.
009720*----------------------------------------------------------------
009730 2270-CHECK-POSTAL-CODE.
009740     SET WS-POSTAL-CODE-MATCHES TO TRUE
009750     MOVE SPACES TO CEPMAST-FILE-STATUS
009760     IF WS-POSTAL-FILE-NOT-AVAILABLE
009770         GO TO 2270-CHECK-POSTAL-CODE-EXIT
009780     END-IF
009790     IF WS-CITY = SPACES AND WS-STATE = SPACES
009800             AND WS-POSTAL-CODE = SPACES
009810         GO TO 2270-CHECK-POSTAL-CODE-EXIT
009820     END-IF
009830     MOVE WS-POSTAL-CODE TO PC-POSTAL-CODE
009840     READ POSTAL-CODE-FILE
009850         INVALID KEY
009860             SET WS-POSTAL-CODE-MISMATCH TO TRUE
009870         NOT INVALID KEY
009880             IF PC-CITY NOT = WS-CITY
009890                     OR PC-STATE NOT = WS-STATE
009900                 SET WS-POSTAL-CODE-MISMATCH TO TRUE
009910             END-IF
009920     END-READ
009930     .
009940 2270-CHECK-POSTAL-CODE-EXIT.
009950     EXIT.
009960*----------------------------------------------------------------
009970*    3600-OPEN-RESOLVED-FILE
009980*    THE RESOLVED-REJECTS LOG IS SHARED WITH THE REJREPR REPAIR
009990*    SCREEN AND ONLY GROWS - OPEN EXTEND, CREATED ON FIRST USE.
010000*    IF IT CANNOT BE OPENED THE REPROCESS STILL LOADS, WITH A
010010*    WARNING.
010020*----------------------------------------------------------------
010030 3600-OPEN-RESOLVED-FILE.
010040     OPEN EXTEND RESOLVED-REJECT-FILE
010050     IF CUSTRSLV-FILE-STATUS = "35"
010060         OPEN OUTPUT RESOLVED-REJECT-FILE
010070         CLOSE RESOLVED-REJECT-FILE
010080         OPEN EXTEND RESOLVED-REJECT-FILE
010090     END-IF
010100     IF CUSTRSLV-FILE-STATUS = "00"
010110         SET WS-RESOLVED-FILE-AVAILABLE TO TRUE
010120     ELSE
010130         DISPLAY '*** TESTECOB - CUSTRSLV NAO DISPONIVEL - '
010140                 'STATUS ' CUSTRSLV-FILE-STATUS ' ***'
010150     END-IF
010160     .
010170 3600-OPEN-RESOLVED-FILE-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200*    3700-LOG-RESOLVED-REJECT
010210*    A QUEUED REJECT THAT A REPROCESS RUN LOADS CLEAN LEAVES THE
010220*    QUEUE, SO IT IS LOGGED AS CORRECTED (SEE CUSTRVCP) THE WAY
010230*    THE REJREPR SCREEN LOGS ONE - PENDING PLUS RESOLVED ON THE
010240*    REJAGING REPORT THEN STILL ACCOUNTS FOR EVERY REJECT.  THE
010250*    IMAGE IS THE REPAIRED QUEUE RECORD, WHOSE LAST TEN
010260*    POSITIONS STILL HOLD THE ORIGINAL REJECT DATE AND REASON;
010270*    THE AGE IS COUNTED FROM THAT DATE AS REJAGING COUNTS IT
010280*    (ZERO IF THE DATE IS UNREADABLE).
010290*----------------------------------------------------------------
010300 3700-LOG-RESOLVED-REJECT.
010310     IF WS-RESOLVED-FILE-NOT-AVAILABLE
010320         GO TO 3700-LOG-RESOLVED-REJECT-EXIT
010330     END-IF
010340     MOVE SPACES TO RESOLVED-REJECT-RECORD
010350     MOVE CUSTOMER-INTAKE-RECORD TO RV-REJECT-IMAGE
010360     SET RV-REJECT-CORRECTED TO TRUE
010370     MOVE WS-CURRENT-DATE(1:8) TO RV-RESOLVED-DATE
010380     MOVE WS-CURRENT-DATE(9:6) TO RV-RESOLVED-TIME
010390     MOVE WS-OPERATOR-ID TO RV-RESOLVED-BY
010400     MOVE ZERO TO RV-AGE-DAYS
010410     IF CUSTOMER-INTAKE-RECORD(111:8) IS NUMERIC
010420         MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
010430         MOVE CUSTOMER-INTAKE-RECORD(111:8) TO WS-REJECT-DATE-NUM
010440         COMPUTE RV-AGE-DAYS =
010450             FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
010460             - FUNCTION INTEGER-OF-DATE(WS-REJECT-DATE-NUM)
010470     END-IF
010480     MOVE CM-CUSTOMER-ID TO RV-APPLIED-CUSTOMER-ID
010490     WRITE RESOLVED-REJECT-RECORD
010500     .
010510 3700-LOG-RESOLVED-REJECT-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
010540*    4000-BATCH-MAINTENANCE
010550*    OPENS THE CUSTOMER-MAINTENANCE TRANSACTION FILE AND APPLIES
010560*    EVERY NAME, CONTACT AND STATUS CHANGE AND EVERY DELETE ON IT
010570*    TO CUSTOMER-MASTER WITH THE SAME EDITS CUSTMNT APPLIES AT
010580*    THE SCREEN.  BATCH CONTROL, REJECT QUEUE AND SUMMARY COUNTS
010590*    WORK THE SAME WAY AS THE INTAKE PATH.  THE COUNTERS ARE
010600*    CLEARED HERE - THE NIGHTLY STREAM CALLS THIS PROGRAM FOR
010610*    THE INTAKE AND THEN THE MAINTENANCE STEP IN ONE RUN UNIT,
010620*    AND WORKING-STORAGE SURVIVES FROM ONE CALL TO THE NEXT.
010630*----------------------------------------------------------------
010640 4000-BATCH-MAINTENANCE.
010650     MOVE ZERO TO WS-BATCH-READ-COUNT
010660     MOVE ZERO TO WS-BATCH-WRITE-COUNT
010670     MOVE ZERO TO WS-BATCH-REJECT-COUNT
010680     SET WS-MAINT-FILE-NOT-AVAILABLE TO TRUE
010690     OPEN INPUT CUSTOMER-MAINT-FILE
010700     IF CUSTMTRN-FILE-STATUS = "00"
010710         SET WS-MAINT-FILE-AVAILABLE TO TRUE
010720     ELSE
010730         DISPLAY '*** TESTECOB BATCH MAINTENANCE FILE NOT '
010740                 'FOUND - NOTHING TO PROCESS ***'
010750     END-IF
010760     IF WS-MAINT-FILE-AVAILABLE AND WS-REPROCESS-OFF
010770         PERFORM 4400-PREVALIDATE-MAINT-BATCH
010780             THRU 4400-PREVALIDATE-MAINT-BATCH-EXIT
010790         IF WS-BATCH-NOT-VALID
010800             MOVE 16 TO RETURN-CODE
010810             GO TO 4000-BATCH-MAINTENANCE-EXIT
010820         END-IF
010830     END-IF
010840     IF WS-MAINT-FILE-AVAILABLE
010850         PERFORM 4050-OPEN-MAINT-REJECT-QUEUE
010860             THRU 4050-OPEN-MAINT-REJECT-QUEUE-EXIT
010870         SET WS-NOT-END-OF-FILE TO TRUE
010880         PERFORM 4100-READ-MAINT-RECORD
010890             THRU 4100-READ-MAINT-RECORD-EXIT
010900         PERFORM 4200-PROCESS-MAINT-RECORD
010910             THRU 4200-PROCESS-MAINT-RECORD-EXIT
010920             UNTIL WS-END-OF-FILE
010930         CLOSE CUSTOMER-MAINT-FILE
010940         CLOSE MAINT-REJECT-FILE
010950         IF WS-REPROCESS-OFF
010960             PERFORM 4500-RECORD-MAINT-BATCH-LOADED
010970                 THRU 4500-RECORD-MAINT-BATCH-LOADED-EXIT
010980         END-IF
010990     END-IF
011000     DISPLAY 'TESTECOB BATCH MAINTENANCE - '
011010             'TRANSACOES LIDAS      = ' WS-BATCH-READ-COUNT
011020     DISPLAY 'TESTECOB BATCH MAINTENANCE - '
011030             'TRANSACOES APLICADAS  = ' WS-BATCH-WRITE-COUNT
011040     DISPLAY 'TESTECOB BATCH MAINTENANCE - '
011050             'TRANSACOES REJEITADAS = ' WS-BATCH-REJECT-COUNT
011060     .
011070 4000-BATCH-MAINTENANCE-EXIT.
011080     EXIT.
011090*----------------------------------------------------------------
011100*    4050-OPEN-MAINT-REJECT-QUEUE
011110*    THE MAINTENANCE REJECT FILE IS A PERSISTENT QUEUE, KEPT THE
011120*    SAME WAY AS THE INTAKE QUEUE (SEE 3050-OPEN-REJECT-QUEUE).
011130*----------------------------------------------------------------
011140 4050-OPEN-MAINT-REJECT-QUEUE.
011150     IF WS-REPROCESS-ON
011160         OPEN OUTPUT MAINT-REJECT-FILE
011170     ELSE
011180         OPEN EXTEND MAINT-REJECT-FILE
011190         IF CUSTMREJ-FILE-STATUS = "35"
011200             OPEN OUTPUT MAINT-REJECT-FILE
011210             CLOSE MAINT-REJECT-FILE
011220             OPEN EXTEND MAINT-REJECT-FILE
011230         END-IF
011240     END-IF
011250     .
011260 4050-OPEN-MAINT-REJECT-QUEUE-EXIT.
011270     EXIT.
011280*----------------------------------------------------------------
011290*    4100-READ-MAINT-RECORD
011300*    HANDS BACK THE NEXT TRANSACTION, SKIPPING BLANK LINES AND -
011310*    ON A NORMAL RUN - THE "H"/"T" CONTROL LINES, EXACTLY AS
011320*    3100-READ-INTAKE-RECORD DOES FOR THE INTAKE FILE.
011330*----------------------------------------------------------------
011340 4100-READ-MAINT-RECORD.
011350     PERFORM 4110-READ-ONE-MAINT-RECORD
011360         THRU 4110-READ-ONE-MAINT-RECORD-EXIT
011370     PERFORM 4110-READ-ONE-MAINT-RECORD
011380         THRU 4110-READ-ONE-MAINT-RECORD-EXIT
011390         UNTIL WS-END-OF-FILE
011400         OR (CUSTOMER-MAINT-RECORD NOT = SPACES
011410             AND (WS-REPROCESS-ON
011420                 OR (CUSTOMER-MAINT-RECORD(1:1) NOT = "H"
011430                     AND CUSTOMER-MAINT-RECORD(1:1)
011440                         NOT = "T")))
011450     IF WS-NOT-END-OF-FILE
011460         ADD 1 TO WS-BATCH-READ-COUNT
011470     END-IF
011480     .
011490 4100-READ-MAINT-RECORD-EXIT.
011500     EXIT.
011510*----------------------------------------------------------------
011520*    4110-READ-ONE-MAINT-RECORD
011530*----------------------------------------------------------------
011540 4110-READ-ONE-MAINT-RECORD.
011550     READ CUSTOMER-MAINT-FILE
011560         AT END
011570             SET WS-END-OF-FILE TO TRUE
011580     END-READ
011590     .
011600 4110-READ-ONE-MAINT-RECORD-EXIT.
011610     EXIT.
011620*----------------------------------------------------------------
011630*    4200-PROCESS-MAINT-RECORD
011640*    EDITS ONE TRANSACTION AND, WHEN IT PASSES, APPLIES IT TO
011650*    CUSTOMER-MASTER.  A FAILED EDIT OR A FAILED REWRITE/DELETE
011660*    SENDS THE TRANSACTION TO THE REJECT QUEUE WITH ITS REASON
011670*    CODE (SEE CUSTMJCP).
011680*----------------------------------------------------------------
011690 4200-PROCESS-MAINT-RECORD.
011700     MOVE SPACES TO WS-REJECT-REASON
011710     PERFORM 4210-EDIT-MAINT-RECORD
011720         THRU 4210-EDIT-MAINT-RECORD-EXIT
011730     IF WS-REJECT-REASON = SPACES
011740         PERFORM 4600-APPLY-MAINT-TRANSACTION
011750             THRU 4600-APPLY-MAINT-TRANSACTION-EXIT
011760     END-IF
011770     IF WS-REJECT-REASON = SPACES
011780         ADD 1 TO WS-BATCH-WRITE-COUNT
011790     ELSE
011800         ADD 1 TO WS-BATCH-REJECT-COUNT
011810         PERFORM 4300-WRITE-MAINT-REJECT
011820             THRU 4300-WRITE-MAINT-REJECT-EXIT
011830     END-IF
011840     PERFORM 4100-READ-MAINT-RECORD
011850         THRU 4100-READ-MAINT-RECORD-EXIT
011860     .
011870 4200-PROCESS-MAINT-RECORD-EXIT.
011880     EXIT.
011890*----------------------------------------------------------------
011900*    4210-EDIT-MAINT-RECORD
011910*    THE CUSTMNT EDITS, ONE REASON CODE EACH: NUMERIC ID, KNOWN
011920*    TRANSACTION CODE, CUSTOMER ON FILE, THEN THE EDIT FOR THE
011930*    TRANSACTION ITSELF - A NEW NAME MUST BE NON-BLANK, WITH NO
011940*    LEADING SPACE, ALPHABETIC AND NOT ANOTHER CUSTOMER'S NAME
011950*    ON THE ALTERNATE KEY; A NEW STATUS MUST BE A OR I.  CONTACT
011960*    FIELDS ARE FREE FORM EXCEPT THAT CITY, UF AND CEP MUST
011970*    AGREE WITH THE POSTAL-CODE FILE.  A DELETE CARRIES NO
011980*    VALUES.  A DELETE OR A DEACTIVATION IS REFUSED WHILE
011990*    BILLING SHOWS AN OPEN BALANCE OR A CREDIT HOLD.
012000*----------------------------------------------------------------
012010 4210-EDIT-MAINT-RECORD.
012020     IF MT-CUSTOMER-ID IS NOT NUMERIC
012030         MOVE "ID" TO WS-REJECT-REASON
012040         GO TO 4210-EDIT-MAINT-RECORD-EXIT
012050     END-IF
012060     IF NOT MT-TRANS-VALID
012070         MOVE "TR" TO WS-REJECT-REASON
012080         GO TO 4210-EDIT-MAINT-RECORD-EXIT
012090     END-IF
012100     MOVE MT-CUSTOMER-ID TO WS-CUSTOMER-ID-SAVE
012110     PERFORM 4220-READ-MAINT-CUSTOMER
012120         THRU 4220-READ-MAINT-CUSTOMER-EXIT
012130     IF WS-CUSTOMER-NOT-FOUND
012140         MOVE "NF" TO WS-REJECT-REASON
012150         GO TO 4210-EDIT-MAINT-RECORD-EXIT
012160     END-IF
012170     EVALUATE TRUE
012180         WHEN MT-TRANS-CHANGE-NAME
012190             MOVE FUNCTION UPPER-CASE(MT-NEW-NAME) TO WS-NOME
012200             IF WS-NOME = SPACES
012210                     OR WS-NOME(1:1) = SPACE
012220                     OR WS-NOME IS NOT ALPHABETIC
012230                 MOVE "NM" TO WS-REJECT-REASON
012240             ELSE
012250                 PERFORM 4230-CHECK-MAINT-NAME
012260                     THRU 4230-CHECK-MAINT-NAME-EXIT
012270                 IF WS-DUPLICATE-FOUND
012280                     MOVE "DN" TO WS-REJECT-REASON
012290                 END-IF
012300             END-IF
012310         WHEN MT-TRANS-CHANGE-STATUS
012320             MOVE FUNCTION UPPER-CASE(MT-NEW-STATUS-CODE)
012330                 TO WS-NEW-STATUS-CODE
012340             IF NOT WS-NEW-STATUS-IS-VALID
012350                 MOVE "ST" TO WS-REJECT-REASON
012360                 GO TO 4210-EDIT-MAINT-RECORD-EXIT
012370             END-IF
012380             IF WS-NEW-STATUS-CODE = "I"
012390                     AND NOT CM-CUSTOMER-INACTIVE
012400                 PERFORM 4240-CHECK-MAINT-ACCOUNT
012410                     THRU 4240-CHECK-MAINT-ACCOUNT-EXIT
012420                 IF WS-ACCOUNT-BLOCKS-CLOSING
012430                     MOVE "SD" TO WS-REJECT-REASON
012440                 END-IF
012450             END-IF
012460         WHEN MT-TRANS-CHANGE-CONTACT
012470             MOVE FUNCTION UPPER-CASE(MT-NEW-CITY) TO WS-CITY
012480             MOVE FUNCTION UPPER-CASE(MT-NEW-STATE) TO WS-STATE
012490             MOVE MT-NEW-POSTAL-CODE TO WS-POSTAL-CODE
012500             PERFORM 2270-CHECK-POSTAL-CODE
012510                 THRU 2270-CHECK-POSTAL-CODE-EXIT
012520             IF WS-POSTAL-CODE-MISMATCH
012530                 MOVE "CP" TO WS-REJECT-REASON
012540             END-IF
012550         WHEN MT-TRANS-DELETE
012560             PERFORM 4240-CHECK-MAINT-ACCOUNT
012570                 THRU 4240-CHECK-MAINT-ACCOUNT-EXIT
012580             IF WS-ACCOUNT-BLOCKS-CLOSING
012590                 MOVE "SD" TO WS-REJECT-REASON
012600             END-IF
012610         WHEN OTHER
012620             CONTINUE
012630     END-EVALUATE
012640     .
012650 4210-EDIT-MAINT-RECORD-EXIT.
012660     EXIT.
012670*----------------------------------------------------------------
012680*    4220-READ-MAINT-CUSTOMER
012690*    RANDOM READ BY KEY ON THE TRANSACTION'S CUSTOMER ID.
012700*----------------------------------------------------------------
012710 4220-READ-MAINT-CUSTOMER.
012720     SET WS-CUSTOMER-NOT-FOUND TO TRUE
012730     MOVE WS-CUSTOMER-ID-SAVE TO CM-CUSTOMER-ID
012740     READ CUSTOMER-MASTER-FILE
012750         INVALID KEY
012760             CONTINUE
012770         NOT INVALID KEY
012780             SET WS-CUSTOMER-WAS-FOUND TO TRUE
012790     END-READ
012800     .
012810 4220-READ-MAINT-CUSTOMER-EXIT.
012820     EXIT.
012830*----------------------------------------------------------------
012840*    4230-CHECK-MAINT-NAME
012850*    RANDOM READ BY THE ALTERNATE RECORD KEY ON NAME, THE SAME
012860*    RULE AS CUSTMNT'S NAME CHANGE - THE CUSTOMER BEING CHANGED
012870*    IS SKIPPED SO RE-SENDING A CUSTOMER'S OWN NAME IS NOT A
012880*    DUPLICATE.  THE READ REPLACES THE RECORD AREA, SO THE APPLY
012890*    STEP READS THE CUSTOMER AGAIN BY ID.
012900*----------------------------------------------------------------
012910 4230-CHECK-MAINT-NAME.
012920     SET WS-DUPLICATE-NOT-FOUND TO TRUE
012930     MOVE WS-NOME TO CM-CUSTOMER-NAME
012940     READ CUSTOMER-MASTER-FILE
012950         KEY IS CM-CUSTOMER-NAME
012960         INVALID KEY
012970             CONTINUE
012980         NOT INVALID KEY
012990             IF CM-CUSTOMER-ID NOT = WS-CUSTOMER-ID-SAVE
013000                 SET WS-DUPLICATE-FOUND TO TRUE
013010             END-IF
013020     END-READ
013030     .
013040 4230-CHECK-MAINT-NAME-EXIT.
013050     EXIT.
013060*----------------------------------------------------------------
013070*    4240-CHECK-MAINT-ACCOUNT
013080*    RANDOM READ OF THE ACCOUNT-STATUS FILE BY THE TRANSACTION'S
013090*    CUSTOMER - THE SAME RULE AS CUSTMNT: A NON-ZERO BALANCE,
013100*    EITHER SIGN, OR A CREDIT HOLD BLOCKS.  NO RECORD, OR NO
013110*    FILE YET, BLOCKS NOTHING.
013120*----------------------------------------------------------------
013130 4240-CHECK-MAINT-ACCOUNT.
013140     SET WS-ACCOUNT-ALLOWS-CLOSING TO TRUE
013150     IF WS-ACCOUNT-FILE-NOT-AVAILABLE
013160         GO TO 4240-CHECK-MAINT-ACCOUNT-EXIT
013170     END-IF
013180     MOVE WS-CUSTOMER-ID-SAVE TO AS-CUSTOMER-ID
013190     READ ACCOUNT-STATUS-FILE
013200         INVALID KEY
013210             GO TO 4240-CHECK-MAINT-ACCOUNT-EXIT
013220     END-READ
013230     IF AS-BALANCE-AMOUNT NOT = ZERO
013240             OR AS-CREDIT-HOLD
013250         SET WS-ACCOUNT-BLOCKS-CLOSING TO TRUE
013260     END-IF
013270     .
013280 4240-CHECK-MAINT-ACCOUNT-EXIT.
013290     EXIT.
013300*----------------------------------------------------------------
013310*    4300-WRITE-MAINT-REJECT
013320*    CARRIES THE ORIGINAL TRANSACTION IMAGE INTO THE REJECT
013330*    QUEUE WITH THE REJECT DATE AND REASON IN THE LAST TEN
013340*    POSITIONS.  A REPROCESS RUN KEEPS THE ORIGINAL REJECT DATE,
013350*    THE SAME RULE 3300-WRITE-REJECT-RECORD APPLIES.
013360*----------------------------------------------------------------
013370 4300-WRITE-MAINT-REJECT.
013380     MOVE SPACES TO MAINT-REJECT-RECORD
013390     MOVE CUSTOMER-MAINT-RECORD TO MJ-MAINT-IMAGE
013400     IF WS-REPROCESS-ON
013410             AND CUSTOMER-MAINT-RECORD(111:8) IS NUMERIC
013420         MOVE CUSTOMER-MAINT-RECORD(111:8) TO MJ-REJECT-DATE
013430     ELSE
013440         MOVE WS-CURRENT-DATE(1:8) TO MJ-REJECT-DATE
013450     END-IF
013460     MOVE WS-REJECT-REASON TO MJ-REJECT-REASON
013470     DISPLAY '*** TRANSACAO REJEITADA - MOTIVO '
013480             WS-REJECT-REASON ' ***'
013490     WRITE MAINT-REJECT-RECORD
013500     .
013510 4300-WRITE-MAINT-REJECT-EXIT.
013520     EXIT.
013530*----------------------------------------------------------------
013540*    4400-PREVALIDATE-MAINT-BATCH
013550*    THE INTAKE'S FULL PRE-PASS (SEE 3400-PREVALIDATE-BATCH)
013560*    APPLIED TO THE MAINTENANCE FILE: ONE "H" HEADER FIRST, ONE
013570*    "T" TRAILER LAST, THE TRAILER COUNT EQUAL TO THE DETAIL
013580*    LINES SEEN, AND A BATCH DATE NOT ALREADY ON CUSTMTCT.  ANY
013590*    FAILURE LEAVES THE MASTER UNTOUCHED AND FAILS THE RUN.
013600*----------------------------------------------------------------
013610 4400-PREVALIDATE-MAINT-BATCH.
013620     SET WS-BATCH-IS-VALID TO TRUE
013630     SET WS-HEADER-NOT-FOUND TO TRUE
013640     SET WS-TRAILER-NOT-FOUND TO TRUE
013650     MOVE ZERO TO WS-PREVALIDATE-COUNT
013660     MOVE ZEROS TO WS-TRAILER-COUNT
013670     MOVE SPACES TO WS-BATCH-DATE-HOLD
013680     MOVE SPACES TO WS-BATCH-SOURCE-HOLD
013690     SET WS-NOT-END-OF-FILE TO TRUE
013700     PERFORM 4410-PREVALIDATE-MAINT-RECORD
013710         THRU 4410-PREVALIDATE-MAINT-RECORD-EXIT
013720         UNTIL WS-END-OF-FILE
013730     IF WS-HEADER-NOT-FOUND
013740         DISPLAY '*** TESTECOB - LOTE DE MANUTENCAO SEM '
013750                 'HEADER ***'
013760         SET WS-BATCH-NOT-VALID TO TRUE
013770     END-IF
013780     IF WS-TRAILER-NOT-FOUND
013790         DISPLAY '*** TESTECOB - LOTE DE MANUTENCAO SEM '
013800                 'TRAILER ***'
013810         SET WS-BATCH-NOT-VALID TO TRUE
013820     END-IF
013830     IF WS-TRAILER-FOUND
013840             AND WS-TRAILER-COUNT NOT = WS-PREVALIDATE-COUNT
013850         DISPLAY '*** TESTECOB - CONTAGEM DO TRAILER NAO '
013860                 'CONFERE COM AS TRANSACOES DO LOTE ***'
013870         SET WS-BATCH-NOT-VALID TO TRUE
013880     END-IF
013890     IF WS-BATCH-IS-VALID
013900         PERFORM 4450-CHECK-DUPLICATE-MAINT-BATCH
013910             THRU 4450-CHECK-DUPLICATE-MAINT-BATCH-EXIT
013920     END-IF
013930     CLOSE CUSTOMER-MAINT-FILE
013940     IF WS-BATCH-IS-VALID
013950         OPEN INPUT CUSTOMER-MAINT-FILE
013960         IF CUSTMTRN-FILE-STATUS = "00"
013970             SET WS-NOT-END-OF-FILE TO TRUE
013980         ELSE
013990             DISPLAY '*** TESTECOB - ERRO REABRINDO ARQUIVO '
014000                     'DE MANUTENCAO ***'
014010             SET WS-BATCH-NOT-VALID TO TRUE
014020         END-IF
014030     END-IF
014040     IF WS-BATCH-NOT-VALID
014050         DISPLAY '*** TESTECOB - LOTE DE MANUTENCAO REJEITADO - '
014060                 'NENHUMA TRANSACAO APLICADA ***'
014070     END-IF
014080     .
014090 4400-PREVALIDATE-MAINT-BATCH-EXIT.
014100     EXIT.
014110*----------------------------------------------------------------
014120*    4410-PREVALIDATE-MAINT-RECORD
014130*    CLASSIFIES ONE LINE OF THE MAINTENANCE BATCH - SAME RULES
014140*    AS 3410-PREVALIDATE-RECORD.
014150*----------------------------------------------------------------
014160 4410-PREVALIDATE-MAINT-RECORD.
014170     PERFORM 4110-READ-ONE-MAINT-RECORD
014180         THRU 4110-READ-ONE-MAINT-RECORD-EXIT
014190     IF WS-END-OF-FILE
014200         GO TO 4410-PREVALIDATE-MAINT-RECORD-EXIT
014210     END-IF
014220     IF CUSTOMER-MAINT-RECORD = SPACES
014230         GO TO 4410-PREVALIDATE-MAINT-RECORD-EXIT
014240     END-IF
014250     EVALUATE CUSTOMER-MAINT-RECORD(1:1)
014260         WHEN "H"
014270             IF WS-HEADER-FOUND
014280                 DISPLAY '*** TESTECOB - MAIS DE UM HEADER NO '
014290                         'LOTE DE MANUTENCAO ***'
014300                 SET WS-BATCH-NOT-VALID TO TRUE
014310             END-IF
014320             IF WS-PREVALIDATE-COUNT > ZERO
014330                     OR WS-TRAILER-FOUND
014340                 DISPLAY '*** TESTECOB - HEADER NAO EH O '
014350                         'PRIMEIRO REGISTRO DO LOTE ***'
014360                 SET WS-BATCH-NOT-VALID TO TRUE
014370             END-IF
014380             SET WS-HEADER-FOUND TO TRUE
014390             IF TH-BATCH-DATE IS NUMERIC
014400                 MOVE TH-BATCH-DATE TO WS-BATCH-DATE-HOLD
014410                 MOVE TH-BATCH-SOURCE TO WS-BATCH-SOURCE-HOLD
014420             ELSE
014430                 DISPLAY '*** TESTECOB - DATA DO HEADER '
014440                         'INVALIDA ***'
014450                 SET WS-BATCH-NOT-VALID TO TRUE
014460             END-IF
014470         WHEN "T"
014480             IF WS-TRAILER-FOUND
014490                 DISPLAY '*** TESTECOB - MAIS DE UM TRAILER '
014500                         'NO LOTE DE MANUTENCAO ***'
014510                 SET WS-BATCH-NOT-VALID TO TRUE
014520             END-IF
014530             SET WS-TRAILER-FOUND TO TRUE
014540             IF TT-DETAIL-COUNT IS NUMERIC
014550                 MOVE TT-DETAIL-COUNT TO WS-TRAILER-COUNT
014560             ELSE
014570                 DISPLAY '*** TESTECOB - CONTAGEM DO TRAILER '
014580                         'INVALIDA ***'
014590                 SET WS-BATCH-NOT-VALID TO TRUE
014600             END-IF
014610         WHEN OTHER
014620             IF WS-TRAILER-FOUND
014630                 DISPLAY '*** TESTECOB - REGISTRO APOS O '
014640                         'TRAILER - LOTE FORA DE ORDEM ***'
014650                 SET WS-BATCH-NOT-VALID TO TRUE
014660             END-IF
014670             ADD 1 TO WS-PREVALIDATE-COUNT
014680     END-EVALUATE
014690     .
014700 4410-PREVALIDATE-MAINT-RECORD-EXIT.
014710     EXIT.
014720*----------------------------------------------------------------
014730*    4450-CHECK-DUPLICATE-MAINT-BATCH
014740*    SCANS THE CUSTMTCT APPLIED-BATCH CONTROL FILE FOR THE
014750*    HEADER'S BATCH DATE.  A SEPARATE CONTROL FILE FROM THE
014760*    INTAKE'S CUSTINCT - A BRANCH SENDS ITS ADDS AND ITS
014770*    CORRECTIONS FOR THE SAME DAY, AND BOTH MUST GO IN.  AN
014780*    ABSENT CONTROL FILE MEANS NO BATCH WAS EVER APPLIED.
014790*----------------------------------------------------------------
014800 4450-CHECK-DUPLICATE-MAINT-BATCH.
014810     SET WS-NOT-END-OF-CONTROL-FILE TO TRUE
014820     MOVE SPACES TO CUSTMTCT-FILE-STATUS
014830     OPEN INPUT MAINT-CONTROL-FILE
014840     IF CUSTMTCT-FILE-STATUS NOT = "00"
014850         GO TO 4450-CHECK-DUPLICATE-MAINT-BATCH-EXIT
014860     END-IF
014870     PERFORM 4460-SCAN-MAINT-CONTROL-RECORD
014880         THRU 4460-SCAN-MAINT-CONTROL-RECORD-EXIT
014890         UNTIL WS-END-OF-CONTROL-FILE OR WS-BATCH-NOT-VALID
014900     CLOSE MAINT-CONTROL-FILE
014910     .
014920 4450-CHECK-DUPLICATE-MAINT-BATCH-EXIT.
014930     EXIT.
014940*----------------------------------------------------------------
014950*    4460-SCAN-MAINT-CONTROL-RECORD
014960*----------------------------------------------------------------
014970 4460-SCAN-MAINT-CONTROL-RECORD.
014980     READ MAINT-CONTROL-FILE
014990         AT END
015000             SET WS-END-OF-CONTROL-FILE TO TRUE
015010         NOT AT END
015020             IF MC-BATCH-DATE = WS-BATCH-DATE-HOLD
015030                 DISPLAY '*** TESTECOB - LOTE DE MANUTENCAO DE '
015040                         WS-BATCH-DATE-HOLD
015050                         ' JA FOI APLICADO ***'
015060                 SET WS-BATCH-NOT-VALID TO TRUE
015070             END-IF
015080     END-READ
015090     .
015100 4460-SCAN-MAINT-CONTROL-RECORD-EXIT.
015110     EXIT.
015120*----------------------------------------------------------------
015130*    4500-RECORD-MAINT-BATCH-LOADED
015140*    APPENDS THE APPLIED BATCH'S DATE AND SOURCE TO CUSTMTCT -
015150*    ONLY AFTER THE WHOLE RUN, SO A FAILED RUN CAN BE
015160*    RESUBMITTED.  CREATE THE FILE ON THE FIRST EVER RUN.
015170*----------------------------------------------------------------
015180 4500-RECORD-MAINT-BATCH-LOADED.
015190     OPEN EXTEND MAINT-CONTROL-FILE
015200     IF CUSTMTCT-FILE-STATUS = "35"
015210         OPEN OUTPUT MAINT-CONTROL-FILE
015220         CLOSE MAINT-CONTROL-FILE
015230         OPEN EXTEND MAINT-CONTROL-FILE
015240     END-IF
015250     MOVE SPACES TO MAINT-CONTROL-RECORD
015260     MOVE WS-BATCH-DATE-HOLD TO MC-BATCH-DATE
015270     MOVE WS-BATCH-SOURCE-HOLD TO MC-BATCH-SOURCE
015280     WRITE MAINT-CONTROL-RECORD
015290     CLOSE MAINT-CONTROL-FILE
015300     .
015310 4500-RECORD-MAINT-BATCH-LOADED-EXIT.
015320     EXIT.
015330*----------------------------------------------------------------
015340*    4600-APPLY-MAINT-TRANSACTION
015350*    RE-READS THE CUSTOMER BY ID (THE NAME CHECK MAY HAVE MOVED
015360*    THE RECORD AREA), HOLDS THE BEFORE IMAGE, APPLIES THE
015370*    TRANSACTION AND STAMPS CM-LAST-CHANGE-DATE SO THE NIGHTLY
015380*    CUSTEXTR DELTA PICKS IT UP.  CONTACT FIELDS ARE FOLDED TO
015390*    UPPER CASE AND EVERY ONE IS REPLACED, AS ON THE CUSTMNT
015400*    SCREEN.  A FAILED REWRITE OR DELETE BECOMES A "GR" REJECT.
015410*----------------------------------------------------------------
015420 4600-APPLY-MAINT-TRANSACTION.
015430     PERFORM 4220-READ-MAINT-CUSTOMER
015440         THRU 4220-READ-MAINT-CUSTOMER-EXIT
015450     IF WS-CUSTOMER-NOT-FOUND
015460         MOVE "NF" TO WS-REJECT-REASON
015470         GO TO 4600-APPLY-MAINT-TRANSACTION-EXIT
015480     END-IF
015490     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE-HOLD
015500     IF MT-TRANS-DELETE
015510         DELETE CUSTOMER-MASTER-FILE
015520             INVALID KEY
015530                 MOVE "GR" TO WS-REJECT-REASON
015540             NOT INVALID KEY
015550                 MOVE "E" TO WS-HISTORY-ACTION-CODE
015560                 PERFORM 4700-LOG-MAINT-ACTION
015570                     THRU 4700-LOG-MAINT-ACTION-EXIT
015580         END-DELETE
015590         GO TO 4600-APPLY-MAINT-TRANSACTION-EXIT
015600     END-IF
015610     EVALUATE TRUE
015620         WHEN MT-TRANS-CHANGE-NAME
015630             MOVE WS-NOME TO CM-CUSTOMER-NAME
015640         WHEN MT-TRANS-CHANGE-CONTACT
015650             MOVE FUNCTION UPPER-CASE(MT-NEW-ADDRESS-LINE)
015660                 TO CM-ADDRESS-LINE
015670             MOVE FUNCTION UPPER-CASE(MT-NEW-CITY) TO CM-CITY
015680             MOVE FUNCTION UPPER-CASE(MT-NEW-STATE) TO CM-STATE
015690             MOVE MT-NEW-POSTAL-CODE TO CM-POSTAL-CODE
015700             MOVE MT-NEW-PHONE-NUMBER TO CM-PHONE-NUMBER
015710         WHEN MT-TRANS-CHANGE-STATUS
015720             MOVE WS-NEW-STATUS-CODE TO CM-STATUS-CODE
015730     END-EVALUATE
015740     MOVE WS-CURRENT-DATE-YYYY TO CM-CHG-YYYY
015750     MOVE WS-CURRENT-DATE-MM TO CM-CHG-MM
015760     MOVE WS-CURRENT-DATE-DD TO CM-CHG-DD
015770     REWRITE CUSTOMER-MASTER-RECORD
015780         INVALID KEY
015790             MOVE "GR" TO WS-REJECT-REASON
015800         NOT INVALID KEY
015810             MOVE "A" TO WS-HISTORY-ACTION-CODE
015820             PERFORM 4700-LOG-MAINT-ACTION
015830                 THRU 4700-LOG-MAINT-ACTION-EXIT
015840     END-REWRITE
015850     .
015860 4600-APPLY-MAINT-TRANSACTION-EXIT.
015870     EXIT.
015880*----------------------------------------------------------------
015890*    4700-LOG-MAINT-ACTION
015900*    APPENDS THE CHANGE OR DELETE TO THE CUSTOMER-CHANGE HISTORY
015910*    IN THE SAME FORM CUSTMNT WRITES - BEFORE IMAGE ALWAYS, AFTER
015920*    IMAGE ON A CHANGE ONLY - SO CUSTEXTR, CUSTHINQ AND THE
015930*    CUSTREST REPLAY SEE A BATCH CHANGE LIKE A SCREEN CHANGE.
015940*----------------------------------------------------------------
015950 4700-LOG-MAINT-ACTION.
015960     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
015970     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
015980     MOVE WS-HISTORY-ACTION-CODE TO CH-ACTION-CODE
015990     MOVE WS-CURRENT-DATE-YYYY TO CH-ACTION-YYYY
016000     MOVE WS-CURRENT-DATE-MM TO CH-ACTION-MM
016010     MOVE WS-CURRENT-DATE-DD TO CH-ACTION-DD
016020     MOVE WS-CURRENT-TIME-HH TO CH-ACTION-HH
016030     MOVE WS-CURRENT-TIME-MM TO CH-ACTION-MI
016040     MOVE WS-CURRENT-TIME-SS TO CH-ACTION-SS
016050     MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
016060     MOVE WS-BEFORE-IMAGE-HOLD TO CH-BEFORE-IMAGE
016070     IF WS-HISTORY-ACTION-CODE = "A"
016080         MOVE CUSTOMER-MASTER-RECORD TO CH-AFTER-IMAGE
016090     END-IF
016100     SET CH-BATCH-ACTION TO TRUE
016110     WRITE CUSTOMER-HISTORY-RECORD
016120     .
016130 4700-LOG-MAINT-ACTION-EXIT.
016140     EXIT.
016150*----------------------------------------------------------------
016160*    8000-WRITE-CONTROL-LEDGER
016170*    ONE CONTROL-TOTALS RECORD FOR THE BATCH INTAKE ON THE SHARED
016180*    LEDGER (SEE CTLLEDCP) - WRITTEN WHETHER OR NOT THE RUN
016190*    WORKED, SO CUSTBAL SEES THE RETURN CODE TOO.  A REPROCESS
016200*    RUN IS LEDGERED AS "REPROC" - ITS LOADS COUNT TOWARD THE
016210*    NIGHT'S ADDS BUT IT HAS NO BATCH TRAILER.  THE LEDGER IS A
016220*    GROWING LOG - OPEN EXTEND TO APPEND AND CREATE IT ON THE
016230*    FIRST EVER RUN.  A LEDGER THAT WILL NOT OPEN ONLY WARNS; THE
016240*    BALANCING REPORT WILL MISS THE STEP AND SAY SO.
016250*----------------------------------------------------------------
016260 8000-WRITE-CONTROL-LEDGER.
016270     OPEN EXTEND CONTROL-LEDGER-FILE
016280     IF CTLLEDGR-FILE-STATUS = "35"
016290         OPEN OUTPUT CONTROL-LEDGER-FILE
016300         CLOSE CONTROL-LEDGER-FILE
016310         OPEN EXTEND CONTROL-LEDGER-FILE
016320     END-IF
016330     IF CTLLEDGR-FILE-STATUS NOT = "00"
016340         DISPLAY '*** TESTECOB - LIVRO DE TOTAIS DE CONTROLE NAO '
016350                 'DISPONIVEL - STATUS ' CTLLEDGR-FILE-STATUS
016360                 ' ***'
016370         GO TO 8000-WRITE-CONTROL-LEDGER-EXIT
016380     END-IF
016390     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
016400     MOVE SPACES TO CONTROL-LEDGER-RECORD
016410     MOVE WS-BATCH-WINDOW TO CL-BATCH-WINDOW
016420     IF WS-REPROCESS-ON
016430         SET CL-REPROCESS-STEP TO TRUE
016440     ELSE
016450         SET CL-INTAKE-STEP TO TRUE
016460     END-IF
016470     MOVE WS-BATCH-READ-COUNT TO CL-RECORDS-READ
016480     MOVE WS-BATCH-WRITE-COUNT TO CL-RECORDS-WRITTEN
016490     MOVE WS-BATCH-REJECT-COUNT TO CL-RECORDS-REJECTED
016500     MOVE WS-TRAILER-COUNT TO CL-TRAILER-COUNT
016510     MOVE WS-BATCH-DATE-HOLD TO CL-REFERENCE-DATE
016520     STRING WS-CURRENT-DATE-YYYY
016530            WS-CURRENT-DATE-MM
016540            WS-CURRENT-DATE-DD
016550         DELIMITED BY SIZE INTO CL-RUN-DATE
016560     STRING WS-CURRENT-TIME-HH
016570            WS-CURRENT-TIME-MM
016580            WS-CURRENT-TIME-SS
016590         DELIMITED BY SIZE INTO CL-RUN-TIME
016600     MOVE RETURN-CODE TO CL-RETURN-CODE
016610     WRITE CONTROL-LEDGER-RECORD
016620     CLOSE CONTROL-LEDGER-FILE
016630     .
016640 8000-WRITE-CONTROL-LEDGER-EXIT.
016650     EXIT.
