000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       aprvexcp.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - PENDING-APPROVAL EXCEPTIONS
000140*                     REPORT, IN THE REJAGING MOLD.  READS THE
000150*                     DUAL-CONTROL PENDING FILE (SEE CUSTPACP)
000160*                     AND PRINTS ONE LINE PER ITEM STILL WAITING
000170*                     FOR A SUPERVISOR IN CUSTAPRV, WITH ITS AGE
000180*                     IN DAYS, FLAGGING ANYTHING PENDING LONGER
000190*                     THAN THE CUTOFF.  THE CUTOFF DEFAULTS TO 0
000200*                     DAYS - EVERYTHING NOT DECIDED ON THE DAY
000210*                     IT WAS ASKED FOR - AND MAY BE OVERRIDDEN
000220*                     WITH THE APRVEXCP-AGE-LIMIT ENVIRONMENT
000230*                     VARIABLE, EDITED THE SAME WAY AUDPURGE
000240*                     EDITS ITS RETENTION OVERRIDE.  ANY OVER-AGE
000250*                     ITEM ENDS THE JOB WITH RETURN-CODE 8 SO
000260*                     THE MORNING SHIFT SEES IT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PENDING-APPROVAL-FILE ASSIGN TO "CUSTPEND"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PA-KEY
000360         FILE STATUS IS CUSTPEND-FILE-STATUS.
000370     SELECT REPORT-FILE ASSIGN TO "APRVEXRP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS REPORT-FILE-STATUS.
000400*----------------------------------------------------------------
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PENDING-APPROVAL-FILE
000440     LABEL RECORDS ARE STANDARD.
000450     COPY CUSTPACP.
000460*
000470 FD  REPORT-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  REPORT-LINE                         PIC X(80).
000500*----------------------------------------------------------------
000510 WORKING-STORAGE SECTION.
000520 COPY TIMESTMP.
000530*
000540 77  CUSTPEND-FILE-STATUS                PIC X(02) VALUE SPACES.
000550 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000560 77  END-OF-PENDING-SWITCH               PIC X(01) VALUE "N".
000570     88  END-OF-PENDING-FILE                  VALUE "S".
000580     88  NOT-END-OF-PENDING-FILE              VALUE "N".
000590 77  PENDING-AVAILABLE-SWITCH            PIC X(01) VALUE "Y".
000600     88  PENDING-FILE-AVAILABLE               VALUE "Y".
000610     88  PENDING-FILE-NOT-AVAILABLE           VALUE "N".
000620 77  AGE-LIMIT-DAYS                      PIC 9(04) COMP
000630                                          VALUE ZERO.
000640 77  AGE-LIMIT-PARM                      PIC X(04) VALUE SPACES.
000650 77  AGE-LIMIT-PARM-RJ                   PIC X(04) VALUE SPACES.
000660 77  AGE-LIMIT-PARM-HOLD                 PIC X(04) VALUE SPACES.
000670 77  TODAY-DAYS-INT                      PIC S9(07) COMP.
000680 77  REQUEST-DAYS-INT                    PIC S9(07) COMP.
000690 77  REQUEST-AGE-DAYS                    PIC S9(07) COMP.
000700 77  REQUEST-DATE-NUM                    PIC 9(08) VALUE ZEROS.
000710 77  AGE-DAYS-EDIT                       PIC ZZZZ9 VALUE ZEROS.
000720 77  OVERAGE-FLAG                        PIC X(05) VALUE SPACES.
000730 77  ACTION-DESCRIPTION                  PIC X(08) VALUE SPACES.
000740 77  PENDING-TOTAL-COUNT                 PIC 9(05) COMP
000750                                          VALUE ZERO.
000760 77  PENDING-OVERAGE-COUNT               PIC 9(05) COMP
000770                                          VALUE ZERO.
000780 77  PENDING-COUNT-EDIT                  PIC ZZZZ9 VALUE ZEROS.
000790*----------------------------------------------------------------
000800 PROCEDURE DIVISION.
000810*----------------------------------------------------------------
000820*    0000-MAINLINE
000830*----------------------------------------------------------------
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE
000860         THRU 1000-INITIALIZE-EXIT
000870     IF PENDING-FILE-AVAILABLE
000880         PERFORM 2000-AGE-PENDING-ITEMS
000890             THRU 2000-AGE-PENDING-ITEMS-EXIT
000900     ELSE
000910         DISPLAY 'APRVEXCP - ARQUIVO DE PENDENCIAS INEXISTENTE '
000920                 '- NADA PENDENTE'
000930     END-IF
000940     PERFORM 3000-WRITE-SUMMARY
000950         THRU 3000-WRITE-SUMMARY-EXIT
000960     PERFORM 9000-TERMINATE
000970         THRU 9000-TERMINATE-EXIT
000980     GOBACK.
000990*----------------------------------------------------------------
001000*    1000-INITIALIZE
001010*    AN ABSENT PENDING FILE JUST MEANS NO OPERATOR HAS EVER
001020*    ASKED FOR ANYTHING - THE REPORT STILL PRINTS ITS EXPLICIT
001030*    ZEROS.
001040*----------------------------------------------------------------
001050 1000-INITIALIZE.
001060     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001070     COMPUTE TODAY-DAYS-INT =
001080         FUNCTION INTEGER-OF-DATE(800-CURRENT-YMD-NUM)
001090     PERFORM 1100-SET-AGE-LIMIT
001100         THRU 1100-SET-AGE-LIMIT-EXIT
001110     OPEN OUTPUT REPORT-FILE
001120     OPEN INPUT PENDING-APPROVAL-FILE
001130     IF CUSTPEND-FILE-STATUS NOT = "00"
001140         SET PENDING-FILE-NOT-AVAILABLE TO TRUE
001150     END-IF
001160     PERFORM 1200-WRITE-REPORT-HEADINGS
001170         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
001180     .
001190 1000-INITIALIZE-EXIT.
001200     EXIT.
001210*----------------------------------------------------------------
001220*    1100-SET-AGE-LIMIT
001230*    THE CUTOFF DEFAULTS TO 0 DAYS.  ACCEPT FROM ENVIRONMENT
001240*    LEFT-JUSTIFIES AND SPACE-PADS THE OVERRIDE, SO THE VALUE IS
001250*    SHIFTED INTO THE RIGHTMOST POSITIONS AND THE LEADING SPACES
001260*    TURNED TO ZEROS BEFORE THE NUMERIC TEST - THE SAME EDIT
001270*    AUDPURGE APPLIES TO ITS RETENTION OVERRIDE.
001280*----------------------------------------------------------------
001290 1100-SET-AGE-LIMIT.
001300     ACCEPT AGE-LIMIT-PARM FROM ENVIRONMENT
001310         "APRVEXCP-AGE-LIMIT"
001320     IF AGE-LIMIT-PARM NOT = SPACES
001330         MOVE AGE-LIMIT-PARM TO AGE-LIMIT-PARM-RJ
001340         PERFORM 1110-SHIFT-PARM-RIGHT
001350             THRU 1110-SHIFT-PARM-RIGHT-EXIT
001360             UNTIL AGE-LIMIT-PARM-RJ(4:1) NOT = SPACE
001370             OR AGE-LIMIT-PARM-RJ = SPACES
001380         INSPECT AGE-LIMIT-PARM-RJ
001390             REPLACING LEADING SPACE BY ZERO
001400         IF AGE-LIMIT-PARM-RJ IS NUMERIC
001410             MOVE AGE-LIMIT-PARM-RJ TO AGE-LIMIT-DAYS
001420         END-IF
001430     END-IF
001440     .
001450 1100-SET-AGE-LIMIT-EXIT.
001460     EXIT.
001470*----------------------------------------------------------------
001480*    1110-SHIFT-PARM-RIGHT
001490*    SHIFTS THE OVERRIDE ONE POSITION RIGHT, FILLING WITH A
001500*    LEADING SPACE, UNTIL THE VALUE SITS IN THE RIGHTMOST
001510*    POSITIONS.
001520*----------------------------------------------------------------
001530 1110-SHIFT-PARM-RIGHT.
001540     MOVE AGE-LIMIT-PARM-RJ TO AGE-LIMIT-PARM-HOLD
001550     MOVE SPACES TO AGE-LIMIT-PARM-RJ
001560     MOVE AGE-LIMIT-PARM-HOLD(1:3)
001570         TO AGE-LIMIT-PARM-RJ(2:3)
001580     .
001590 1110-SHIFT-PARM-RIGHT-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620*    1200-WRITE-REPORT-HEADINGS
001630*----------------------------------------------------------------
001640 1200-WRITE-REPORT-HEADINGS.
001650     MOVE SPACES TO REPORT-LINE
001660     STRING 'PEDIDOS PENDENTES DE APROVACAO - '
001670                 DELIMITED BY SIZE
001680            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
001690            '/'                     DELIMITED BY SIZE
001700            800-CURRENT-DATE-MM     DELIMITED BY SIZE
001710            '/'                     DELIMITED BY SIZE
001720            800-CURRENT-DATE-DD     DELIMITED BY SIZE
001730         INTO REPORT-LINE
001740     WRITE REPORT-LINE
001750     MOVE SPACES TO REPORT-LINE
001760     STRING 'PEDIDO EM            CLIENTE  ACAO      '
001770            'OPERADOR  IDADE  SIT'
001780         DELIMITED BY SIZE INTO REPORT-LINE
001790     WRITE REPORT-LINE
001800     MOVE SPACES TO REPORT-LINE
001810     STRING '-------------------  -------  --------  '
001820            '--------  -----  -----'
001830         DELIMITED BY SIZE INTO REPORT-LINE
001840     WRITE REPORT-LINE
001850     .
001860 1200-WRITE-REPORT-HEADINGS-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890*    2000-AGE-PENDING-ITEMS
001900*    ONE PASS OVER THE FILE IN KEY ORDER - OLDEST REQUEST
001910*    FIRST.  ITEMS ALREADY APPROVED OR REFUSED ARE PASSED OVER.
001920*----------------------------------------------------------------
001930 2000-AGE-PENDING-ITEMS.
001940     PERFORM 2100-READ-PENDING-RECORD
001950         THRU 2100-READ-PENDING-RECORD-EXIT
001960     PERFORM 2200-AGE-ONE-ITEM
001970         THRU 2200-AGE-ONE-ITEM-EXIT
001980         UNTIL END-OF-PENDING-FILE
001990     .
002000 2000-AGE-PENDING-ITEMS-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030*    2100-READ-PENDING-RECORD
002040*----------------------------------------------------------------
002050 2100-READ-PENDING-RECORD.
002060     READ PENDING-APPROVAL-FILE NEXT RECORD
002070         AT END
002080             SET END-OF-PENDING-FILE TO TRUE
002090     END-READ
002100     .
002110 2100-READ-PENDING-RECORD-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140*    2200-AGE-ONE-ITEM
002150*    AN ITEM WITH AN UNREADABLE REQUEST DATE IS TREATED AS OVER
002160*    THE CUTOFF - AN UNDATEABLE REQUEST MUST NOT HIDE IN THE
002170*    MIDDLE OF THE REPORT.
002180*----------------------------------------------------------------
002190 2200-AGE-ONE-ITEM.
002200     IF NOT PA-ITEM-PENDING
002210         GO TO 2200-AGE-ONE-ITEM-NEXT
002220     END-IF
002230     ADD 1 TO PENDING-TOTAL-COUNT
002240     IF PA-REQUEST-DATE IS NUMERIC
002250         MOVE PA-REQUEST-DATE TO REQUEST-DATE-NUM
002260         COMPUTE REQUEST-DAYS-INT =
002270             FUNCTION INTEGER-OF-DATE(REQUEST-DATE-NUM)
002280         COMPUTE REQUEST-AGE-DAYS =
002290             TODAY-DAYS-INT - REQUEST-DAYS-INT
002300     ELSE
002310         MOVE ZERO TO REQUEST-AGE-DAYS
002320         ADD 1 TO AGE-LIMIT-DAYS GIVING REQUEST-AGE-DAYS
002330     END-IF
002340     IF REQUEST-AGE-DAYS > AGE-LIMIT-DAYS
002350         MOVE '*VENC' TO OVERAGE-FLAG
002360         ADD 1 TO PENDING-OVERAGE-COUNT
002370         DISPLAY '*** APRVEXCP - CLIENTE ' PA-CUSTOMER-ID
002380                 ' AGUARDA APROVACAO HA MAIS DE '
002390                 AGE-LIMIT-DAYS ' DIAS ***'
002400     ELSE
002410         MOVE SPACES TO OVERAGE-FLAG
002420     END-IF
002430     PERFORM 2400-WRITE-DETAIL-LINE
002440         THRU 2400-WRITE-DETAIL-LINE-EXIT
002450     .
002460 2200-AGE-ONE-ITEM-NEXT.
002470     PERFORM 2100-READ-PENDING-RECORD
002480         THRU 2100-READ-PENDING-RECORD-EXIT
002490     .
002500 2200-AGE-ONE-ITEM-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530*    2400-WRITE-DETAIL-LINE
002540*----------------------------------------------------------------
002550 2400-WRITE-DETAIL-LINE.
002560     EVALUATE TRUE
002570         WHEN PA-ACTION-DELETE
002580             MOVE 'EXCLUIR' TO ACTION-DESCRIPTION
002590         WHEN PA-NEW-STATUS-CODE = "I"
002600             MOVE 'INATIVAR' TO ACTION-DESCRIPTION
002610         WHEN OTHER
002620             MOVE 'REATIVAR' TO ACTION-DESCRIPTION
002630     END-EVALUATE
002640     MOVE REQUEST-AGE-DAYS TO AGE-DAYS-EDIT
002650     MOVE SPACES TO REPORT-LINE
002660     STRING PA-REQUEST-YYYY         DELIMITED BY SIZE
002670            '/'                     DELIMITED BY SIZE
002680            PA-REQUEST-MM           DELIMITED BY SIZE
002690            '/'                     DELIMITED BY SIZE
002700            PA-REQUEST-DD           DELIMITED BY SIZE
002710            ' '                     DELIMITED BY SIZE
002720            PA-REQUEST-HH           DELIMITED BY SIZE
002730            ':'                     DELIMITED BY SIZE
002740            PA-REQUEST-MI           DELIMITED BY SIZE
002750            ':'                     DELIMITED BY SIZE
002760            PA-REQUEST-SS           DELIMITED BY SIZE
002770            '  '                    DELIMITED BY SIZE
002780            PA-CUSTOMER-ID          DELIMITED BY SIZE
002790            '   '                   DELIMITED BY SIZE
002800            ACTION-DESCRIPTION      DELIMITED BY SIZE
002810            '  '                    DELIMITED BY SIZE
002820            PA-REQUESTED-BY         DELIMITED BY SIZE
002830            '  '                    DELIMITED BY SIZE
002840            AGE-DAYS-EDIT           DELIMITED BY SIZE
002850            '  '                    DELIMITED BY SIZE
002860            OVERAGE-FLAG            DELIMITED BY SIZE
002870         INTO REPORT-LINE
002880     WRITE REPORT-LINE
002890     .
002900 2400-WRITE-DETAIL-LINE-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930*    3000-WRITE-SUMMARY
002940*    ANY ITEM PAST THE CUTOFF ENDS THE RUN WITH RETURN-CODE 8 SO
002950*    THE SCHEDULER AND THE OPERATOR BOTH SEE IT.
002960*----------------------------------------------------------------
002970 3000-WRITE-SUMMARY.
002980     MOVE PENDING-TOTAL-COUNT TO PENDING-COUNT-EDIT
002990     MOVE SPACES TO REPORT-LINE
003000     STRING 'PEDIDOS PENDENTES         = ' DELIMITED BY SIZE
003010            PENDING-COUNT-EDIT            DELIMITED BY SIZE
003020         INTO REPORT-LINE
003030     WRITE REPORT-LINE
003040     MOVE PENDING-OVERAGE-COUNT TO PENDING-COUNT-EDIT
003050     MOVE SPACES TO REPORT-LINE
003060     STRING 'VENCIDOS (ACIMA DO LIMITE)= ' DELIMITED BY SIZE
003070            PENDING-COUNT-EDIT            DELIMITED BY SIZE
003080         INTO REPORT-LINE
003090     WRITE REPORT-LINE
003100     IF PENDING-OVERAGE-COUNT > ZERO
003110         MOVE 8 TO RETURN-CODE
003120     END-IF
003130     .
003140 3000-WRITE-SUMMARY-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170*    9000-TERMINATE
003180*----------------------------------------------------------------
003190 9000-TERMINATE.
003200     IF PENDING-FILE-AVAILABLE
003210         CLOSE PENDING-APPROVAL-FILE
003220     END-IF
003230     CLOSE REPORT-FILE
003240     .
003250 9000-TERMINATE-EXIT.
003260     EXIT.
