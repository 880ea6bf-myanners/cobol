000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       custlabl.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - MAILING LABELS AND BULK-MAIL
000140*                     FILE.  SELECTS THE ACTIVE CUSTOMERS,
000150*                     OPTIONALLY ONLY ONE UF (CUSTLABL-STATE),
000160*                     ONE CITY (CUSTLABL-CITY) OR A CEP RANGE
000170*                     (CUSTLABL-CEP-FROM / CUSTLABL-CEP-TO), AND
000180*                     PRINTS 3-ACROSS LABELS IN CEP ORDER SO THE
000190*                     MAILING QUALIFIES FOR THE POSTAL PRESORT
000200*                     DISCOUNT.  THE SAME PIECES GO TO THE FIXED
000210*                     LAYOUT BULK-MAIL FILE (SEE CUSTBMCP) WITH
000220*                     A COUNT PER CEP PREFIX FOR THE POST OFFICE
000230*                     MANIFEST.  A CUSTOMER WITH NO ADDRESS LINE,
000240*                     CITY, UF OR A BLANK/NON-NUMERIC CEP IS
000250*                     LEFT OFF THE LABELS AND LISTED ON THE
000260*                     EXCEPTIONS PAGE FOR CORRECTION THROUGH
000270*                     CUSTMNT - ANY EXCEPTION ENDS THE JOB WITH
000280*                     RETURN-CODE 8.  SAME SORT INPUT/OUTPUT
000290*                     PROCEDURE SHAPE AS LISTACLI.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-CUSTOMER-ID
000390         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000400         FILE STATUS IS CUSTMAST-FILE-STATUS.
000410     SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
000420     SELECT LABEL-FILE ASSIGN TO "CUSTLBRP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS LABEL-FILE-STATUS.
000450     SELECT BULK-MAIL-FILE ASSIGN TO "CUSTBULK"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BULK-MAIL-FILE-STATUS.
000480     SELECT REPORT-FILE ASSIGN TO "CUSTLBEX"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REPORT-FILE-STATUS.
000510*----------------------------------------------------------------
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CUSTOMER-MASTER-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSTCP.
000570*
000580 SD  SORT-WORK-FILE.
000590     COPY CUSTCP REPLACING CUSTOMER-MASTER-RECORD BY
000600                            SORT-CUSTOMER-RECORD.
000610*
000620 FD  LABEL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  LABEL-LINE                          PIC X(132).
000650*
000660 FD  BULK-MAIL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CUSTBMCP.
000690*
000700 FD  REPORT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  REPORT-LINE                         PIC X(80).
000730*----------------------------------------------------------------
000740 WORKING-STORAGE SECTION.
000750 COPY TIMESTMP.
000760*
000770 77  CUSTMAST-FILE-STATUS                PIC X(02) VALUE SPACES.
000780 77  LABEL-FILE-STATUS                   PIC X(02) VALUE SPACES.
000790 77  BULK-MAIL-FILE-STATUS               PIC X(02) VALUE SPACES.
000800 77  REPORT-FILE-STATUS                  PIC X(02) VALUE SPACES.
000810 77  END-OF-MASTER-SWITCH                PIC X(01) VALUE "N".
000820     88  END-OF-MASTER-FILE                   VALUE "S".
000830     88  NOT-END-OF-MASTER-FILE               VALUE "N".
000840 77  MASTER-AVAILABLE-SWITCH             PIC X(01) VALUE "Y".
000850     88  MASTER-FILE-AVAILABLE                VALUE "Y".
000860     88  MASTER-FILE-NOT-AVAILABLE            VALUE "N".
000870 77  END-OF-SORT-SWITCH                  PIC X(01) VALUE "N".
000880     88  END-OF-SORT                          VALUE "S".
000890     88  NOT-END-OF-SORT                      VALUE "N".
000900 77  FILTER-STATE                        PIC X(02) VALUE SPACES.
000910 77  FILTER-CITY                         PIC X(20) VALUE SPACES.
000920 77  FILTER-CEP-FROM                     PIC X(08) VALUE SPACES.
000930 77  FILTER-CEP-TO                       PIC X(08) VALUE SPACES.
000940 77  CEP-PARM                            PIC X(08) VALUE SPACES.
000950 77  CURRENT-CEP-PREFIX                  PIC X(05) VALUE SPACES.
000960 77  LABEL-SLOT                          PIC 9(03) COMP
000970                                          VALUE ZERO.
000980 77  LABEL-LINE-SUB                      PIC 9(03) COMP
000990                                          VALUE ZERO.
001000 77  CUSTOMERS-READ-COUNT                PIC 9(07) COMP
001010                                          VALUE ZERO.
001020 77  INACTIVE-SKIPPED-COUNT              PIC 9(07) COMP
001030                                          VALUE ZERO.
001040 77  FILTERED-OUT-COUNT                  PIC 9(07) COMP
001050                                          VALUE ZERO.
001060 77  INCOMPLETE-ADDRESS-COUNT            PIC 9(07) COMP
001070                                          VALUE ZERO.
001080 77  LABELS-PRINTED-COUNT                PIC 9(07) COMP
001090                                          VALUE ZERO.
001100 77  PREFIX-PIECE-COUNT                  PIC 9(07) COMP
001110                                          VALUE ZERO.
001120 77  PREFIXES-WRITTEN-COUNT              PIC 9(05) COMP
001130                                          VALUE ZERO.
001140 77  LABEL-COUNT-EDIT                    PIC ZZZZZZ9 VALUE ZEROS.
001150*
001160*    WHAT IS MISSING FROM AN INCOMPLETE ADDRESS - EACH PIECE IS
001170*    FILLED ONLY WHEN THAT FIELD FAILS, SO SPACES MEANS A
001180*    COMPLETE ADDRESS.
001190 01  MISSING-FIELDS.
001200     05  MISSING-ADDRESS-LINE            PIC X(09).
001210     05  MISSING-CITY                    PIC X(07).
001220     05  MISSING-STATE                   PIC X(03).
001230     05  MISSING-POSTAL-CODE             PIC X(12).
001240*
001250*    ONE ROW OF 3-ACROSS LABELS: FOUR PRINT LINES, THREE
001260*    44-COLUMN LABELS PER LINE.
001270 01  LABEL-PRINT-AREA.
001280     05  LABEL-PRINT-LINE                OCCURS 4 TIMES.
001290         10  LABEL-PRINT-COLUMN          OCCURS 3 TIMES.
001300             15  LABEL-TEXT              PIC X(40).
001310             15  FILLER                  PIC X(04).
001320*----------------------------------------------------------------
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------
001350*    0000-MAINLINE
001360*----------------------------------------------------------------
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE
001390         THRU 1000-INITIALIZE-EXIT
001400     IF MASTER-FILE-AVAILABLE
001410         SORT SORT-WORK-FILE
001420             ON ASCENDING KEY
001430                 CM-POSTAL-CODE   OF SORT-CUSTOMER-RECORD
001440                 CM-CUSTOMER-NAME OF SORT-CUSTOMER-RECORD
001450                 CM-CUSTOMER-ID   OF SORT-CUSTOMER-RECORD
001460             INPUT PROCEDURE IS 2000-SUPPLY-RECORDS
001470                         THRU 2000-SUPPLY-RECORDS-EXIT
001480             OUTPUT PROCEDURE IS 3000-PRODUCE-LABELS
001490                          THRU 3000-PRODUCE-LABELS-EXIT
001500         PERFORM 4000-WRITE-TOTALS
001510             THRU 4000-WRITE-TOTALS-EXIT
001520     ELSE
001530         DISPLAY '*** CUSTLABL - ARQUIVO DE CLIENTES NAO '
001540                 'ENCONTRADO - NENHUMA ETIQUETA ***'
001550         MOVE 16 TO RETURN-CODE
001560     END-IF
001570     PERFORM 9000-TERMINATE
001580         THRU 9000-TERMINATE-EXIT
001590     GOBACK.
001600*----------------------------------------------------------------
001610*    1000-INITIALIZE
001620*    COUNTERS AND SWITCHES ARE RESET SO A SECOND CALL IN THE
001630*    SAME RUN UNIT STARTS CLEAN.
001640*----------------------------------------------------------------
001650 1000-INITIALIZE.
001660     MOVE ZERO TO CUSTOMERS-READ-COUNT
001670     MOVE ZERO TO INACTIVE-SKIPPED-COUNT
001680     MOVE ZERO TO FILTERED-OUT-COUNT
001690     MOVE ZERO TO INCOMPLETE-ADDRESS-COUNT
001700     MOVE ZERO TO LABELS-PRINTED-COUNT
001710     MOVE ZERO TO PREFIX-PIECE-COUNT
001720     MOVE ZERO TO PREFIXES-WRITTEN-COUNT
001730     MOVE ZERO TO LABEL-SLOT
001740     MOVE SPACES TO CURRENT-CEP-PREFIX
001750     MOVE SPACES TO LABEL-PRINT-AREA
001760     SET MASTER-FILE-AVAILABLE TO TRUE
001770     SET NOT-END-OF-SORT TO TRUE
001780     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001790     PERFORM 1100-ACCEPT-FILTERS
001800         THRU 1100-ACCEPT-FILTERS-EXIT
001810     OPEN INPUT CUSTOMER-MASTER-FILE
001820     IF CUSTMAST-FILE-STATUS NOT = "00"
001830         SET MASTER-FILE-NOT-AVAILABLE TO TRUE
001840         GO TO 1000-INITIALIZE-EXIT
001850     END-IF
001860     OPEN OUTPUT LABEL-FILE
001870     OPEN OUTPUT BULK-MAIL-FILE
001880     OPEN OUTPUT REPORT-FILE
001890     PERFORM 1200-WRITE-REPORT-HEADINGS
001900         THRU 1200-WRITE-REPORT-HEADINGS-EXIT
001910     .
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950*    1100-ACCEPT-FILTERS
001960*    ALL FILTERS ARE OPTIONAL.  A CEP BOUND THAT IS NOT EIGHT
001970*    DIGITS IS IGNORED - THE RANGE DEFAULTS TO EVERY CEP.
001980*----------------------------------------------------------------
001990 1100-ACCEPT-FILTERS.
002000     MOVE SPACES TO FILTER-STATE
002010     ACCEPT FILTER-STATE FROM ENVIRONMENT "CUSTLABL-STATE"
002020     MOVE SPACES TO FILTER-CITY
002030     ACCEPT FILTER-CITY FROM ENVIRONMENT "CUSTLABL-CITY"
002040     MOVE "00000000" TO FILTER-CEP-FROM
002050     MOVE SPACES TO CEP-PARM
002060     ACCEPT CEP-PARM FROM ENVIRONMENT "CUSTLABL-CEP-FROM"
002070     IF CEP-PARM IS NUMERIC
002080         MOVE CEP-PARM TO FILTER-CEP-FROM
002090     END-IF
002100     MOVE "99999999" TO FILTER-CEP-TO
002110     MOVE SPACES TO CEP-PARM
002120     ACCEPT CEP-PARM FROM ENVIRONMENT "CUSTLABL-CEP-TO"
002130     IF CEP-PARM IS NUMERIC
002140         MOVE CEP-PARM TO FILTER-CEP-TO
002150     END-IF
002160     .
002170 1100-ACCEPT-FILTERS-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200*    1200-WRITE-REPORT-HEADINGS
002210*    THE EXCEPTIONS PAGE.  THE SELECTION IS PRINTED SO THE
002220*    CLERKS KNOW WHICH MAILING THE LIST BELONGS TO.
002230*----------------------------------------------------------------
002240 1200-WRITE-REPORT-HEADINGS.
002250     MOVE SPACES TO REPORT-LINE
002260     STRING 'ETIQUETAS - CLIENTES COM ENDERECO INCOMPLETO - '
002270                 DELIMITED BY SIZE
002280            800-CURRENT-DATE-YYYY   DELIMITED BY SIZE
002290            '/'                     DELIMITED BY SIZE
002300            800-CURRENT-DATE-MM     DELIMITED BY SIZE
002310            '/'                     DELIMITED BY SIZE
002320            800-CURRENT-DATE-DD     DELIMITED BY SIZE
002330         INTO REPORT-LINE
002340     WRITE REPORT-LINE
002350     MOVE SPACES TO REPORT-LINE
002360     STRING 'SELECAO: UF '          DELIMITED BY SIZE
002370            FILTER-STATE            DELIMITED BY SIZE
002380            '  CIDADE '             DELIMITED BY SIZE
002390            FILTER-CITY             DELIMITED BY SIZE
002400            '  CEP '                DELIMITED BY SIZE
002410            FILTER-CEP-FROM         DELIMITED BY SIZE
002420            ' A '                   DELIMITED BY SIZE
002430            FILTER-CEP-TO           DELIMITED BY SIZE
002440         INTO REPORT-LINE
002450     WRITE REPORT-LINE
002460     MOVE SPACES TO REPORT-LINE
002470     WRITE REPORT-LINE
002480     MOVE SPACES TO REPORT-LINE
002490     STRING 'CLIENTE NOME                           '
002500            'FALTA'
002510         DELIMITED BY SIZE INTO REPORT-LINE
002520     WRITE REPORT-LINE
002530     MOVE SPACES TO REPORT-LINE
002540     STRING '------- ------------------------------ '
002550            '-------------------------------'
002560         DELIMITED BY SIZE INTO REPORT-LINE
002570     WRITE REPORT-LINE
002580     .
002590 1200-WRITE-REPORT-HEADINGS-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620*    2000-SUPPLY-RECORDS
002630*    SORT INPUT PROCEDURE - READS THE CUSTOMER MASTER IN KEY
002640*    ORDER AND RELEASES EACH SELECTED CUSTOMER WITH A COMPLETE
002650*    ADDRESS TO THE SORT WORK FILE.
002660*----------------------------------------------------------------
002670 2000-SUPPLY-RECORDS.
002680     MOVE ZERO TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002690     SET NOT-END-OF-MASTER-FILE TO TRUE
002700     START CUSTOMER-MASTER-FILE
002710         KEY IS NOT LESS THAN
002720             CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
002730         INVALID KEY
002740             SET END-OF-MASTER-FILE TO TRUE
002750     END-START
002760     PERFORM 2100-READ-MASTER-RECORD
002770         THRU 2100-READ-MASTER-RECORD-EXIT
002780     PERFORM 2200-SELECT-MASTER-RECORD
002790         THRU 2200-SELECT-MASTER-RECORD-EXIT
002800         UNTIL END-OF-MASTER-FILE
002810     .
002820 2000-SUPPLY-RECORDS-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*    2100-READ-MASTER-RECORD
002860*----------------------------------------------------------------
002870 2100-READ-MASTER-RECORD.
002880     IF NOT END-OF-MASTER-FILE
002890         READ CUSTOMER-MASTER-FILE NEXT RECORD
002900             AT END
002910                 SET END-OF-MASTER-FILE TO TRUE
002920         END-READ
002930     END-IF
002940     .
002950 2100-READ-MASTER-RECORD-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    2200-SELECT-MASTER-RECORD
002990*----------------------------------------------------------------
003000 2200-SELECT-MASTER-RECORD.
003010     ADD 1 TO CUSTOMERS-READ-COUNT
003020     PERFORM 2210-SCREEN-CUSTOMER
003030         THRU 2210-SCREEN-CUSTOMER-EXIT
003040     PERFORM 2100-READ-MASTER-RECORD
003050         THRU 2100-READ-MASTER-RECORD-EXIT
003060     .
003070 2200-SELECT-MASTER-RECORD-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100*    2210-SCREEN-CUSTOMER
003110*    INACTIVE CUSTOMERS ARE NOT MAILED (A LEGACY SPACE STATUS
003120*    COUNTS AS ACTIVE).  A FILTER ONLY EXCLUDES A CUSTOMER WHOSE
003130*    FIELD IS FILLED AND DIFFERENT - A BLANK UF, CITY OR CEP
003140*    CANNOT BE PLACED, SO THAT CUSTOMER FALLS THROUGH TO THE
003150*    EXCEPTIONS PAGE INSTEAD OF SILENTLY MISSING THE MAILING.
003160*----------------------------------------------------------------
003170 2210-SCREEN-CUSTOMER.
003180     IF CM-CUSTOMER-INACTIVE OF CUSTOMER-MASTER-RECORD
003190         ADD 1 TO INACTIVE-SKIPPED-COUNT
003200         GO TO 2210-SCREEN-CUSTOMER-EXIT
003210     END-IF
003220     IF FILTER-STATE NOT = SPACES
003230        AND CM-STATE OF CUSTOMER-MASTER-RECORD NOT = SPACES
003240        AND CM-STATE OF CUSTOMER-MASTER-RECORD
003250            NOT = FILTER-STATE
003260         ADD 1 TO FILTERED-OUT-COUNT
003270         GO TO 2210-SCREEN-CUSTOMER-EXIT
003280     END-IF
003290     IF FILTER-CITY NOT = SPACES
003300        AND CM-CITY OF CUSTOMER-MASTER-RECORD NOT = SPACES
003310        AND CM-CITY OF CUSTOMER-MASTER-RECORD
003320            NOT = FILTER-CITY
003330         ADD 1 TO FILTERED-OUT-COUNT
003340         GO TO 2210-SCREEN-CUSTOMER-EXIT
003350     END-IF
003360     IF CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD IS NUMERIC
003370        AND (CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
003380                < FILTER-CEP-FROM
003390          OR CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
003400                > FILTER-CEP-TO)
003410         ADD 1 TO FILTERED-OUT-COUNT
003420         GO TO 2210-SCREEN-CUSTOMER-EXIT
003430     END-IF
003440     PERFORM 2300-CHECK-ADDRESS
003450         THRU 2300-CHECK-ADDRESS-EXIT
003460     IF MISSING-FIELDS NOT = SPACES
003470         PERFORM 2400-WRITE-EXCEPTION-LINE
003480             THRU 2400-WRITE-EXCEPTION-LINE-EXIT
003490         GO TO 2210-SCREEN-CUSTOMER-EXIT
003500     END-IF
003510     RELEASE SORT-CUSTOMER-RECORD FROM CUSTOMER-MASTER-RECORD
003520     .
003530 2210-SCREEN-CUSTOMER-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560*    2300-CHECK-ADDRESS
003570*    A CEP MUST BE EIGHT DIGITS TO BE PRESORTED.
003580*----------------------------------------------------------------
003590 2300-CHECK-ADDRESS.
003600     MOVE SPACES TO MISSING-FIELDS
003610     IF CM-ADDRESS-LINE OF CUSTOMER-MASTER-RECORD = SPACES
003620         MOVE 'ENDERECO' TO MISSING-ADDRESS-LINE
003630     END-IF
003640     IF CM-CITY OF CUSTOMER-MASTER-RECORD = SPACES
003650         MOVE 'CIDADE' TO MISSING-CITY
003660     END-IF
003670     IF CM-STATE OF CUSTOMER-MASTER-RECORD = SPACES
003680         MOVE 'UF' TO MISSING-STATE
003690     END-IF
003700     IF CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD = SPACES
003710         MOVE 'CEP' TO MISSING-POSTAL-CODE
003720     ELSE
003730         IF CM-POSTAL-CODE OF CUSTOMER-MASTER-RECORD
003740            IS NOT NUMERIC
003750             MOVE 'CEP INVALIDO' TO MISSING-POSTAL-CODE
003760         END-IF
003770     END-IF
003780     .
003790 2300-CHECK-ADDRESS-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820*    2400-WRITE-EXCEPTION-LINE
003830*----------------------------------------------------------------
003840 2400-WRITE-EXCEPTION-LINE.
003850     MOVE SPACES TO REPORT-LINE
003860     STRING CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
003870                 DELIMITED BY SIZE
003880            ' '                     DELIMITED BY SIZE
003890            CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
003900                 DELIMITED BY SIZE
003910            ' '                     DELIMITED BY SIZE
003920            MISSING-FIELDS          DELIMITED BY SIZE
003930         INTO REPORT-LINE
003940     WRITE REPORT-LINE
003950     ADD 1 TO INCOMPLETE-ADDRESS-COUNT
003960     .
003970 2400-WRITE-EXCEPTION-LINE-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    3000-PRODUCE-LABELS
004010*    SORT OUTPUT PROCEDURE - RETURNS THE SELECTED CUSTOMERS IN
004020*    CEP ORDER.  EACH ONE FILLS THE NEXT LABEL IN THE CURRENT
004030*    ROW AND WRITES ONE BULK-MAIL DETAIL; A CHANGE OF CEP
004040*    PREFIX CLOSES THE PREVIOUS PREFIX WITH ITS COUNT RECORD.
004050*    THE MANIFEST PAGE FOLLOWS THE EXCEPTIONS ON THE REPORT.
004060*----------------------------------------------------------------
004070 3000-PRODUCE-LABELS.
004080     MOVE SPACES TO REPORT-LINE
004090     WRITE REPORT-LINE
004100     MOVE SPACES TO REPORT-LINE
004110     STRING 'MANIFESTO DA MALA DIRETA POR FAIXA DE CEP'
004120         DELIMITED BY SIZE INTO REPORT-LINE
004130     WRITE REPORT-LINE
004140     MOVE SPACES TO REPORT-LINE
004150     STRING 'FAIXA   PECAS'
004160         DELIMITED BY SIZE INTO REPORT-LINE
004170     WRITE REPORT-LINE
004180     MOVE SPACES TO REPORT-LINE
004190     STRING '----- -------'
004200         DELIMITED BY SIZE INTO REPORT-LINE
004210     WRITE REPORT-LINE
004220     PERFORM 3100-RETURN-NEXT-RECORD
004230         THRU 3100-RETURN-NEXT-RECORD-EXIT
004240     PERFORM 3200-PROCESS-LABEL
004250         THRU 3200-PROCESS-LABEL-EXIT
004260         UNTIL END-OF-SORT
004270     IF LABEL-SLOT > ZERO
004280         PERFORM 3400-PRINT-LABEL-ROW
004290             THRU 3400-PRINT-LABEL-ROW-EXIT
004300     END-IF
004310     IF PREFIX-PIECE-COUNT > ZERO
004320         PERFORM 3500-WRITE-PREFIX-RECORD
004330             THRU 3500-WRITE-PREFIX-RECORD-EXIT
004340     END-IF
004350     .
004360 3000-PRODUCE-LABELS-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390*    3100-RETURN-NEXT-RECORD
004400*----------------------------------------------------------------
004410 3100-RETURN-NEXT-RECORD.
004420     RETURN SORT-WORK-FILE
004430         AT END
004440             SET END-OF-SORT TO TRUE
004450     END-RETURN
004460     .
004470 3100-RETURN-NEXT-RECORD-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500*    3200-PROCESS-LABEL
004510*----------------------------------------------------------------
004520 3200-PROCESS-LABEL.
004530     IF CM-POSTAL-CODE OF SORT-CUSTOMER-RECORD(1:5)
004540        NOT = CURRENT-CEP-PREFIX
004550         IF PREFIX-PIECE-COUNT > ZERO
004560             PERFORM 3500-WRITE-PREFIX-RECORD
004570                 THRU 3500-WRITE-PREFIX-RECORD-EXIT
004580         END-IF
004590         MOVE CM-POSTAL-CODE OF SORT-CUSTOMER-RECORD(1:5)
004600             TO CURRENT-CEP-PREFIX
004610         MOVE ZERO TO PREFIX-PIECE-COUNT
004620     END-IF
004630     ADD 1 TO LABEL-SLOT
004640     PERFORM 3300-BUILD-LABEL
004650         THRU 3300-BUILD-LABEL-EXIT
004660     IF LABEL-SLOT = 3
004670         PERFORM 3400-PRINT-LABEL-ROW
004680             THRU 3400-PRINT-LABEL-ROW-EXIT
004690     END-IF
004700     PERFORM 3600-WRITE-BULK-DETAIL
004710         THRU 3600-WRITE-BULK-DETAIL-EXIT
004720     ADD 1 TO LABELS-PRINTED-COUNT
004730     ADD 1 TO PREFIX-PIECE-COUNT
004740     PERFORM 3100-RETURN-NEXT-RECORD
004750         THRU 3100-RETURN-NEXT-RECORD-EXIT
004760     .
004770 3200-PROCESS-LABEL-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800*    3300-BUILD-LABEL
004810*    NAME / ADDRESS LINE / CIDADE - UF / CEP 99999-999 INTO THE
004820*    LABEL-SLOT COLUMN OF THE CURRENT ROW.
004830*----------------------------------------------------------------
004840 3300-BUILD-LABEL.
004850     MOVE CM-CUSTOMER-NAME OF SORT-CUSTOMER-RECORD
004860         TO LABEL-TEXT (1, LABEL-SLOT)
004870     MOVE CM-ADDRESS-LINE OF SORT-CUSTOMER-RECORD
004880         TO LABEL-TEXT (2, LABEL-SLOT)
004890     STRING CM-CITY OF SORT-CUSTOMER-RECORD
004900                 DELIMITED BY '  '
004910            ' - '                   DELIMITED BY SIZE
004920            CM-STATE OF SORT-CUSTOMER-RECORD
004930                 DELIMITED BY SIZE
004940         INTO LABEL-TEXT (3, LABEL-SLOT)
004950     STRING 'CEP '                  DELIMITED BY SIZE
004960            CM-POSTAL-CODE OF SORT-CUSTOMER-RECORD(1:5)
004970                 DELIMITED BY SIZE
004980            '-'                     DELIMITED BY SIZE
004990            CM-POSTAL-CODE OF SORT-CUSTOMER-RECORD(6:3)
005000                 DELIMITED BY SIZE
005010         INTO LABEL-TEXT (4, LABEL-SLOT)
005020     .
005030 3300-BUILD-LABEL-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060*    3400-PRINT-LABEL-ROW
005070*    FOUR TEXT LINES AND TWO BLANK LINES - SIX LINES PER ROW OF
005080*    LABEL STOCK.
005090*----------------------------------------------------------------
005100 3400-PRINT-LABEL-ROW.
005110     PERFORM 3410-WRITE-LABEL-LINE
005120         THRU 3410-WRITE-LABEL-LINE-EXIT
005130         VARYING LABEL-LINE-SUB FROM 1 BY 1
005140         UNTIL LABEL-LINE-SUB > 4
005150     MOVE SPACES TO LABEL-LINE
005160     WRITE LABEL-LINE
005170     WRITE LABEL-LINE
005180     MOVE SPACES TO LABEL-PRINT-AREA
005190     MOVE ZERO TO LABEL-SLOT
005200     .
005210 3400-PRINT-LABEL-ROW-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240*    3410-WRITE-LABEL-LINE
005250*----------------------------------------------------------------
005260 3410-WRITE-LABEL-LINE.
005270     MOVE LABEL-PRINT-LINE (LABEL-LINE-SUB) TO LABEL-LINE
005280     WRITE LABEL-LINE
005290     .
005300 3410-WRITE-LABEL-LINE-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330*    3500-WRITE-PREFIX-RECORD
005340*    CLOSES CURRENT-CEP-PREFIX ON THE BULK-MAIL FILE AND ON THE
005350*    MANIFEST PAGE.
005360*----------------------------------------------------------------
005370 3500-WRITE-PREFIX-RECORD.
005380     MOVE SPACES TO BULK-MAIL-PREFIX-RECORD
005390     MOVE "P" TO BP-RECORD-TYPE
005400     MOVE CURRENT-CEP-PREFIX TO BP-CEP-PREFIX
005410     MOVE PREFIX-PIECE-COUNT TO BP-PIECE-COUNT
005420     WRITE BULK-MAIL-PREFIX-RECORD
005430     ADD 1 TO PREFIXES-WRITTEN-COUNT
005440     MOVE PREFIX-PIECE-COUNT TO LABEL-COUNT-EDIT
005450     MOVE SPACES TO REPORT-LINE
005460     STRING CURRENT-CEP-PREFIX      DELIMITED BY SIZE
005470            ' '                     DELIMITED BY SIZE
005480            LABEL-COUNT-EDIT        DELIMITED BY SIZE
005490         INTO REPORT-LINE
005500     WRITE REPORT-LINE
005510     .
005520 3500-WRITE-PREFIX-RECORD-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550*    3600-WRITE-BULK-DETAIL
005560*----------------------------------------------------------------
005570 3600-WRITE-BULK-DETAIL.
005580     MOVE SPACES TO BULK-MAIL-DETAIL-RECORD
005590     MOVE "D" TO BD-RECORD-TYPE
005600     MOVE CM-POSTAL-CODE OF SORT-CUSTOMER-RECORD
005610         TO BD-POSTAL-CODE
005620     MOVE CM-CUSTOMER-ID OF SORT-CUSTOMER-RECORD
005630         TO BD-CUSTOMER-ID
005640     MOVE CM-CUSTOMER-NAME OF SORT-CUSTOMER-RECORD
005650         TO BD-CUSTOMER-NAME
005660     MOVE CM-ADDRESS-LINE OF SORT-CUSTOMER-RECORD
005670         TO BD-ADDRESS-LINE
005680     MOVE CM-CITY OF SORT-CUSTOMER-RECORD TO BD-CITY
005690     MOVE CM-STATE OF SORT-CUSTOMER-RECORD TO BD-STATE
005700     WRITE BULK-MAIL-DETAIL-RECORD
005710     .
005720 3600-WRITE-BULK-DETAIL-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750*    4000-WRITE-TOTALS
005760*    BULK-MAIL TRAILER, THEN THE RUN TOTALS ON THE REPORT AND
005770*    THE CONSOLE.
005780*----------------------------------------------------------------
005790 4000-WRITE-TOTALS.
005800     MOVE SPACES TO BULK-MAIL-TRAILER-RECORD
005810     MOVE "T" TO BT-RECORD-TYPE
005820     MOVE 800-CURRENT-DATE(1:8) TO BT-MAILING-DATE
005830     MOVE PREFIXES-WRITTEN-COUNT TO BT-PREFIX-COUNT
005840     MOVE LABELS-PRINTED-COUNT TO BT-PIECE-COUNT
005850     WRITE BULK-MAIL-TRAILER-RECORD
005860     MOVE SPACES TO REPORT-LINE
005870     WRITE REPORT-LINE
005880     MOVE CUSTOMERS-READ-COUNT TO LABEL-COUNT-EDIT
005890     MOVE SPACES TO REPORT-LINE
005900     STRING 'CLIENTES LIDOS              = '
005910                 DELIMITED BY SIZE
005920            LABEL-COUNT-EDIT        DELIMITED BY SIZE
005930         INTO REPORT-LINE
005940     WRITE REPORT-LINE
005950     MOVE INACTIVE-SKIPPED-COUNT TO LABEL-COUNT-EDIT
005960     MOVE SPACES TO REPORT-LINE
005970     STRING 'INATIVOS                    = '
005980                 DELIMITED BY SIZE
005990            LABEL-COUNT-EDIT        DELIMITED BY SIZE
006000         INTO REPORT-LINE
006010     WRITE REPORT-LINE
006020     MOVE FILTERED-OUT-COUNT TO LABEL-COUNT-EDIT
006030     MOVE SPACES TO REPORT-LINE
006040     STRING 'FORA DA SELECAO             = '
006050                 DELIMITED BY SIZE
006060            LABEL-COUNT-EDIT        DELIMITED BY SIZE
006070         INTO REPORT-LINE
006080     WRITE REPORT-LINE
006090     MOVE INCOMPLETE-ADDRESS-COUNT TO LABEL-COUNT-EDIT
006100     MOVE SPACES TO REPORT-LINE
006110     STRING 'ENDERECO INCOMPLETO         = '
006120                 DELIMITED BY SIZE
006130            LABEL-COUNT-EDIT        DELIMITED BY SIZE
006140         INTO REPORT-LINE
006150     WRITE REPORT-LINE
006160     MOVE LABELS-PRINTED-COUNT TO LABEL-COUNT-EDIT
006170     MOVE SPACES TO REPORT-LINE
006180     STRING 'ETIQUETAS IMPRESSAS         = '
006190                 DELIMITED BY SIZE
006200            LABEL-COUNT-EDIT        DELIMITED BY SIZE
006210         INTO REPORT-LINE
006220     WRITE REPORT-LINE
006230     DISPLAY 'CUSTLABL - ETIQUETAS IMPRESSAS = '
006240             LABELS-PRINTED-COUNT
006250     DISPLAY 'CUSTLABL - ENDERECOS INCOMPLETOS = '
006260             INCOMPLETE-ADDRESS-COUNT
006270     IF INCOMPLETE-ADDRESS-COUNT > ZERO
006280         DISPLAY '*** CUSTLABL - CLIENTES COM ENDERECO '
006290                 'INCOMPLETO - VER CUSTLBEX ***'
006300         MOVE 8 TO RETURN-CODE
006310     END-IF
006320     .
006330 4000-WRITE-TOTALS-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360*    9000-TERMINATE
006370*----------------------------------------------------------------
006380 9000-TERMINATE.
006390     IF MASTER-FILE-AVAILABLE
006400         CLOSE CUSTOMER-MASTER-FILE
006410         CLOSE LABEL-FILE
006420         CLOSE BULK-MAIL-FILE
006430         CLOSE REPORT-FILE
006440     END-IF
006450     .
006460 9000-TERMINATE-EXIT.
006470     EXIT.
