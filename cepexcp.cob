000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       cepexcp.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - ADDRESS EXCEPTIONS REPORT.
000140*                     READS THE WHOLE CUSTOMER MASTER IN KEY
000150*                     ORDER AND LISTS EVERY CUSTOMER WHOSE CITY,
000160*                     UF AND CEP FAIL THE SAME CHECK THE ENTRY
000170*                     PROGRAMS NOW APPLY AGAINST THE POSTAL-CODE
000180*                     REFERENCE FILE (SEE POSTALCP) - UNKNOWN UF,
000190*                     CEP NOT ON FILE, OR A CEP THAT BELONGS TO
000200*                     ANOTHER CITY.  THE CLERKS WORK THE LIST
000210*                     THROUGH CUSTMNT.  RUN ON DEMAND AFTER A
000220*                     CEPLOAD; NO REFERENCE FILE OR NO CUSTOMER
000230*                     MASTER ENDS THE JOB WITH RETURN-CODE 16,
000240*                     ANY EXCEPTION WITH RETURN-CODE 8.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CM-CUSTOMER-ID
000340         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000350         FILE STATUS IS CUSTMAST-FILE-STATUS.
000360     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PC-POSTAL-CODE
000400         FILE STATUS IS CEPMAST-FILE-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO "CEPEXCRP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS REPORT-FILE-STATUS.
000440*----------------------------------------------------------------
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY CUSTCP.
000500*
000510 FD  POSTAL-CODE-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY POSTALCP.
000540*
000550 FD  REPORT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  REPORT-LINE                         PIC X(80).
000580*----------------------------------------------------------------
000590 WORKING-STORAGE SECTION.
000600 COPY TIMESTMP.
000610*
000620 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000630 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
000640 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000650 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
000660     88  END-OF-MASTER-FILE                   VALUE "S".
000670     88  NOT-END-OF-MASTER-FILE               VALUE "N".
000680 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
000690     88  FILES-ARE-AVAILABLE                  VALUE "S".
000700     88  FILES-NOT-AVAILABLE                  VALUE "N".
000710 77  EXCEPTION-REASON                    PIC X(24) VALUE SPACES.
000720 77  TABLE-CITY                          PIC X(20) VALUE SPACES.
000730 77  TABLE-STATE                         PIC X(02) VALUE SPACES.
000740 77  CUSTOMERS-READ-COUNT                PIC 9(07) COMP
000750                                          VALUE ZERO.
000760 77  BLANK-ADDRESS-COUNT                 PIC 9(07) COMP
000770                                          VALUE ZERO.
000780 77  BAD-STATE-COUNT                     PIC 9(07) COMP
000790                                          VALUE ZERO.
000800 77  NOT-ON-FILE-COUNT                   PIC 9(07) COMP
000810                                          VALUE ZERO.
000820 77  MISMATCH-COUNT                      PIC 9(07) COMP
000830                                          VALUE ZERO.
000840 77  EXCEPTIONS-TOTAL-COUNT              PIC 9(07) COMP
000850                                          VALUE ZERO.
000860 77  EXCEPTION-COUNT-EDIT                PIC ZZZZZZ9 VALUE ZEROS.
000870*----------------------------------------------------------------
000880 PROCEDURE DIVISION.
000890*----------------------------------------------------------------
000900*    0000-MAINLINE
000910*----------------------------------------------------------------
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE
000940         THRU 1000-INITIALIZE-EXIT
000950     IF FILES-ARE-AVAILABLE
000960         PERFORM 2000-CHECK-CUSTOMERS
000970             THRU 2000-CHECK-CUSTOMERS-EXIT
000980         PERFORM 3000-WRITE-SUMMARY
000990             THRU 3000-WRITE-SUMMARY-EXIT
001000     END-IF
001010     PERFORM 9000-TERMINATE
001020         THRU 9000-TERMINATE-EXIT
001030     GOBACK.
001040*----------------------------------------------------------------
001050*    1000-INITIALIZE
001060*    WITHOUT THE REFERENCE FILE EVERY ADDRESS WOULD FAIL, SO A
001070*    MISSING CEPMAST IS A HARD ERROR RATHER THAN A LIST OF THE
001080*    WHOLE MASTER.  COUNTERS ARE RESET SO A SECOND CALL IN THE
001090*    SAME RUN UNIT STARTS CLEAN.
001100*----------------------------------------------------------------
001110 1000-INITIALIZE.
001120     MOVE ZERO TO CUSTOMERS-READ-COUNT
001130     MOVE ZERO TO BLANK-ADDRESS-COUNT
001140     MOVE ZERO TO BAD-STATE-COUNT
001150     MOVE ZERO TO NOT-ON-FILE-COUNT
001160     MOVE ZERO TO MISMATCH-COUNT
001170     MOVE ZERO TO EXCEPTIONS-TOTAL-COUNT
001180     SET FILES-NOT-AVAILABLE TO TRUE
001190     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001200     OPEN INPUT POSTAL-CODE-FILE
001210     IF CEPMAST-FILE-STATUS NOT = "00"
001220         DISPLAY '*** CEPEXCP - TABELA DE CEP NAO ENCONTRADA - '
001230                 'EXECUTE O CEPLOAD ***'
001240         MOVE 16 TO RETURN-CODE
001250         GO TO 1000-INITIALIZE-EXIT
001260     END-IF
001270     OPEN INPUT CUSTOMER-MASTER-FILE
001280     IF CUSTMAST-FILE-STATUS NOT = "00"
001290         DISPLAY '*** CEPEXCP - ARQUIVO DE CLIENTES NAO '
001300                 'ENCONTRADO ***'
001310         CLOSE POSTAL-CODE-FILE
001320         MOVE 16 TO RETURN-CODE
001330         GO TO 1000-INITIALIZE-EXIT
001340     END-IF
001350     OPEN OUTPUT REPORT-FILE
001360     SET FILES-ARE-AVAILABLE TO TRUE
001370     PERFORM 1100-WRITE-REPORT-HEADINGS
001380         THRU 1100-WRITE-REPORT-HEADINGS-EXIT
001390     .
001400 1000-INITIALIZE-EXIT.
001410     EXIT.
001420*----------------------------------------------------------------
001430*    1100-WRITE-REPORT-HEADINGS
001440*----------------------------------------------------------------
001450 1100-WRITE-REPORT-HEADINGS.
001460     MOVE SPACES TO REPORT-LINE
001470     STRING 'CLIENTES COM ENDERECO FORA DA TABELA DE CEP - '
001480                 DELIMITED BY SIZE
001490            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
001500            '/'                     DELIMITED BY SIZE
001510            800-CURRENT-DATE-MM     DELIMITED BY SIZE
001520            '/'                     DELIMITED BY SIZE
001530            800-CURRENT-DATE-DD     DELIMITED BY SIZE
001540         INTO REPORT-LINE
001550     WRITE REPORT-LINE
001560     MOVE SPACES TO REPORT-LINE
001570     STRING 'CLIENTE NOME                           '
001580            'CIDADE               UF CEP'
001590         DELIMITED BY SIZE INTO REPORT-LINE
001600     WRITE REPORT-LINE
001610     MOVE SPACES TO REPORT-LINE
001620     STRING '------- ------------------------------ '
001630            '-------------------- -- --------'
001640         DELIMITED BY SIZE INTO REPORT-LINE
001650     WRITE REPORT-LINE
001660     .
001670 1100-WRITE-REPORT-HEADINGS-EXIT.
001680     EXIT.
001690*----------------------------------------------------------------
001700*    2000-CHECK-CUSTOMERS
001710*    ONE PASS OVER THE MASTER IN KEY ORDER.
001720*----------------------------------------------------------------
001730 2000-CHECK-CUSTOMERS.
001740     MOVE ZERO TO CM-CUSTOMER-ID
001750     SET NOT-END-OF-MASTER-FILE TO TRUE
001760     START CUSTOMER-MASTER-FILE
001770         KEY IS NOT LESS THAN CM-CUSTOMER-ID
001780         INVALID KEY
001790             SET END-OF-MASTER-FILE TO TRUE
001800     END-START
001810     PERFORM 2100-READ-MASTER-RECORD
001820         THRU 2100-READ-MASTER-RECORD-EXIT
001830     PERFORM 2200-CHECK-ONE-CUSTOMER
001840         THRU 2200-CHECK-ONE-CUSTOMER-EXIT
001850         UNTIL END-OF-MASTER-FILE
001860     .
001870 2000-CHECK-CUSTOMERS-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900*    2100-READ-MASTER-RECORD
001910*----------------------------------------------------------------
001920 2100-READ-MASTER-RECORD.
001930     IF NOT END-OF-MASTER-FILE
001940         READ CUSTOMER-MASTER-FILE NEXT RECORD
001950             AT END
001960                 SET END-OF-MASTER-FILE TO TRUE
001970         END-READ
001980     END-IF
001990     .
002000 2100-READ-MASTER-RECORD-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030*    2200-CHECK-ONE-CUSTOMER
002040*    CHECKS THE CURRENT RECORD, LISTS IT WHEN IT FAILS, THEN
002050*    READS THE NEXT ONE.
002060*----------------------------------------------------------------
002070 2200-CHECK-ONE-CUSTOMER.
002080     ADD 1 TO CUSTOMERS-READ-COUNT
002090     PERFORM 2210-CHECK-ADDRESS
002100         THRU 2210-CHECK-ADDRESS-EXIT
002110     IF EXCEPTION-REASON NOT = SPACES
002120         ADD 1 TO EXCEPTIONS-TOTAL-COUNT
002130         PERFORM 2300-WRITE-DETAIL-LINES
002140             THRU 2300-WRITE-DETAIL-LINES-EXIT
002150     END-IF
002160     PERFORM 2100-READ-MASTER-RECORD
002170         THRU 2100-READ-MASTER-RECORD-EXIT
002180     .
002190 2200-CHECK-ONE-CUSTOMER-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220*    2210-CHECK-ADDRESS
002230*    CITY, UF AND CEP ALL BLANK IS ALLOWED ON ENTRY AND IS ONLY
002240*    COUNTED HERE.  OTHERWISE THE UF MUST BE A FEDERATION UNIT,
002250*    THE CEP MUST BE ON FILE AND ITS CITY AND UF MUST MATCH.
002260*----------------------------------------------------------------
002270 2210-CHECK-ADDRESS.
002280     MOVE SPACES TO EXCEPTION-REASON
002290     MOVE SPACES TO TABLE-CITY
002300     MOVE SPACES TO TABLE-STATE
002310     IF CM-CITY = SPACES AND CM-STATE = SPACES
002320             AND CM-POSTAL-CODE = SPACES
002330         ADD 1 TO BLANK-ADDRESS-COUNT
002340         GO TO 2210-CHECK-ADDRESS-EXIT
002350     END-IF
002360     MOVE CM-STATE TO PC-STATE
002370     IF NOT PC-STATE-IS-VALID
002380         MOVE 'UF INEXISTENTE' TO EXCEPTION-REASON
002390         ADD 1 TO BAD-STATE-COUNT
002400         GO TO 2210-CHECK-ADDRESS-EXIT
002410     END-IF
002420     MOVE CM-POSTAL-CODE TO PC-POSTAL-CODE
002430     READ POSTAL-CODE-FILE
002440         INVALID KEY
002450             MOVE 'CEP NAO CADASTRADO' TO EXCEPTION-REASON
002460             ADD 1 TO NOT-ON-FILE-COUNT
002470         NOT INVALID KEY
002480             IF PC-CITY NOT = CM-CITY
002490                     OR PC-STATE NOT = CM-STATE
002500                 MOVE 'CEP DE OUTRA CIDADE/UF'
002510                     TO EXCEPTION-REASON
002520                 MOVE PC-CITY TO TABLE-CITY
002530                 MOVE PC-STATE TO TABLE-STATE
002540                 ADD 1 TO MISMATCH-COUNT
002550             END-IF
002560     END-READ
002570     .
002580 2210-CHECK-ADDRESS-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610*    2300-WRITE-DETAIL-LINES
002620*    THE CUSTOMER'S ADDRESS AS ON FILE, THEN THE REASON - WITH
002630*    THE CITY AND UF THE TABLE HOLDS FOR THE CEP WHEN IT IS ON
002640*    FILE UNDER ANOTHER CITY.
002650*----------------------------------------------------------------
002660 2300-WRITE-DETAIL-LINES.
002670     MOVE SPACES TO REPORT-LINE
002680     STRING CM-CUSTOMER-ID          DELIMITED BY SIZE
002690            ' '                     DELIMITED BY SIZE
002700            CM-CUSTOMER-NAME        DELIMITED BY SIZE
002710            ' '                     DELIMITED BY SIZE
002720            CM-CITY                 DELIMITED BY SIZE
002730            ' '                     DELIMITED BY SIZE
002740            CM-STATE                DELIMITED BY SIZE
002750            ' '                     DELIMITED BY SIZE
002760            CM-POSTAL-CODE          DELIMITED BY SIZE
002770         INTO REPORT-LINE
002780     WRITE REPORT-LINE
002790     MOVE SPACES TO REPORT-LINE
002800     IF TABLE-STATE = SPACES
002810         STRING '        MOTIVO: '  DELIMITED BY SIZE
002820                EXCEPTION-REASON    DELIMITED BY SIZE
002830             INTO REPORT-LINE
002840     ELSE
002850         STRING '        MOTIVO: '  DELIMITED BY SIZE
002860                EXCEPTION-REASON    DELIMITED BY SIZE
002870                ' TABELA: '         DELIMITED BY SIZE
002880                TABLE-CITY          DELIMITED BY SIZE
002890                ' '                 DELIMITED BY SIZE
002900                TABLE-STATE         DELIMITED BY SIZE
002910             INTO REPORT-LINE
002920     END-IF
002930     WRITE REPORT-LINE
002940     .
002950 2300-WRITE-DETAIL-LINES-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    3000-WRITE-SUMMARY
002990*    ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 8.
003000*----------------------------------------------------------------
003010 3000-WRITE-SUMMARY.
003020     MOVE SPACES TO REPORT-LINE
003030     WRITE REPORT-LINE
003040     MOVE CUSTOMERS-READ-COUNT TO EXCEPTION-COUNT-EDIT
003050     MOVE SPACES TO REPORT-LINE
003060     STRING 'CLIENTES LIDOS            = ' DELIMITED BY SIZE
003070            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003080         INTO REPORT-LINE
003090     WRITE REPORT-LINE
003100     MOVE BLANK-ADDRESS-COUNT TO EXCEPTION-COUNT-EDIT
003110     MOVE SPACES TO REPORT-LINE
003120     STRING 'SEM CIDADE/UF/CEP         = ' DELIMITED BY SIZE
003130            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003140         INTO REPORT-LINE
003150     WRITE REPORT-LINE
003160     MOVE BAD-STATE-COUNT TO EXCEPTION-COUNT-EDIT
003170     MOVE SPACES TO REPORT-LINE
003180     STRING 'UF INEXISTENTE            = ' DELIMITED BY SIZE
003190            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003200         INTO REPORT-LINE
003210     WRITE REPORT-LINE
003220     MOVE NOT-ON-FILE-COUNT TO EXCEPTION-COUNT-EDIT
003230     MOVE SPACES TO REPORT-LINE
003240     STRING 'CEP NAO CADASTRADO        = ' DELIMITED BY SIZE
003250            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003260         INTO REPORT-LINE
003270     WRITE REPORT-LINE
003280     MOVE MISMATCH-COUNT TO EXCEPTION-COUNT-EDIT
003290     MOVE SPACES TO REPORT-LINE
003300     STRING 'CEP DE OUTRA CIDADE/UF    = ' DELIMITED BY SIZE
003310            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003320         INTO REPORT-LINE
003330     WRITE REPORT-LINE
003340     MOVE EXCEPTIONS-TOTAL-COUNT TO EXCEPTION-COUNT-EDIT
003350     MOVE SPACES TO REPORT-LINE
003360     STRING 'TOTAL DE EXCECOES         = ' DELIMITED BY SIZE
003370            EXCEPTION-COUNT-EDIT          DELIMITED BY SIZE
003380         INTO REPORT-LINE
003390     WRITE REPORT-LINE
003400     DISPLAY 'CEPEXCP - EXCECOES DE ENDERECO = '
003410             EXCEPTION-COUNT-EDIT
003420     IF EXCEPTIONS-TOTAL-COUNT > ZERO
003430         MOVE 8 TO RETURN-CODE
003440     END-IF
003450     .
003460 3000-WRITE-SUMMARY-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490*    9000-TERMINATE
003500*----------------------------------------------------------------
003510 9000-TERMINATE.
003520     IF FILES-ARE-AVAILABLE
003530         CLOSE CUSTOMER-MASTER-FILE
003540         CLOSE POSTAL-CODE-FILE
003550         CLOSE REPORT-FILE
003560     END-IF
003570     .
003580 9000-TERMINATE-EXIT.
003590     EXIT.
