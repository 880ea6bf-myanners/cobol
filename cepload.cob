000010*----------------------------------------------------------------
000020*    IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       cepload.
000060 AUTHOR.           MYANNNERS.
000070 DATE-WRITTEN.     10/15/2026.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*    MODIFICATION HISTORY
000110*----------------------------------------------------------------
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/2026 MYN   ORIGINAL - BULK RELOAD OF THE POSTAL-CODE
000140*                     REFERENCE FILE (CEPMAST, SEE POSTALCP) FROM
000150*                     THE POSTAL-SERVICE TABLE (CEPINPT, SEE
000160*                     POSTINCP).  EVERY GOOD LINE IS ADDED, OR
000170*                     REPLACES THE CEP ALREADY ON FILE - A CEP
000180*                     A SUPERVISOR KEYED IN CEPMNT IS TAKEN OVER
000190*                     BY THE OFFICIAL TABLE ONCE IT APPEARS
000200*                     THERE.  A CEP DROPPED FROM THE TABLE IS
000210*                     LEFT ON FILE, SO NO CUSTOMER ADDRESS THAT
000220*                     PASSED YESTERDAY FAILS TODAY WITHOUT A
000230*                     SUPERVISOR DECIDING SO.  A LINE WITH A
000240*                     NON-NUMERIC CEP, A BLANK CITY OR AN UNKNOWN
000250*                     UF IS LISTED ON THE CONSOLE AND SKIPPED
000260*                     (RETURN-CODE 8); NO INPUT FILE AT ALL ENDS
000270*                     THE JOB WITH RETURN-CODE 16 AND THE
000280*                     REFERENCE FILE UNTOUCHED.
000282*    10/15/2026 MYN   SKIP BLANK INPUT LINES (THE EMPTY LAST LINE
000284*                     INCLUDED) INSTEAD OF REJECTING THEM - A
000286*                     CLEAN TABLE LOAD NO LONGER ENDS RC 8.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT POSTAL-INPUT-FILE ASSIGN TO "CEPINPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CEPINPT-FILE-STATUS.
000370     SELECT POSTAL-CODE-FILE ASSIGN TO "CEPMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PC-POSTAL-CODE
000410         FILE STATUS IS CEPMAST-FILE-STATUS.
000420*----------------------------------------------------------------
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  POSTAL-INPUT-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY POSTINCP.
000480*
000490 FD  POSTAL-CODE-FILE
000500     LABEL RECORDS ARE STANDARD.
000510     COPY POSTALCP.
000520*----------------------------------------------------------------
000530 WORKING-STORAGE SECTION.
000540 COPY TIMESTMP.
000550*
000560 77  CEPINPT-FILE-STATUS                 PIC X(02) VALUE SPACES.
000570 77  CEPMAST-FILE-STATUS                 PIC X(02) VALUE SPACES.
000580 77  END-OF-INPUT-SWITCH                 PIC X(01) VALUE "N".
000590     88  END-OF-INPUT-FILE                    VALUE "S".
000600     88  NOT-END-OF-INPUT-FILE                VALUE "N".
000610 77  FILES-AVAIL-SWITCH                  PIC X(01) VALUE "N".
000620     88  FILES-ARE-AVAILABLE                  VALUE "S".
000630     88  FILES-NOT-AVAILABLE                  VALUE "N".
000640 77  LINE-VALID-SWITCH                   PIC X(01) VALUE "N".
000650     88  INPUT-LINE-IS-VALID                  VALUE "S".
000660     88  INPUT-LINE-NOT-VALID                 VALUE "N".
000670 77  INPUT-CITY                          PIC X(20) VALUE SPACES.
000680 77  INPUT-STATE                         PIC X(02) VALUE SPACES.
000690 77  LINES-READ-COUNT                    PIC 9(07) COMP
000700                                          VALUE ZERO.
000710 77  POSTAL-ADDED-COUNT                  PIC 9(07) COMP
000720                                          VALUE ZERO.
000730 77  POSTAL-REPLACED-COUNT               PIC 9(07) COMP
000740                                          VALUE ZERO.
000750 77  MANUAL-REPLACED-COUNT               PIC 9(07) COMP
000760                                          VALUE ZERO.
000770 77  LINES-REJECTED-COUNT                PIC 9(07) COMP
000780                                          VALUE ZERO.
000790 77  LOAD-COUNT-EDIT                     PIC ZZZZZZ9 VALUE ZEROS.
000800 77  LINE-NUMBER-EDIT                    PIC ZZZZZZ9 VALUE ZEROS.
000810*----------------------------------------------------------------
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------
000840*    0000-MAINLINE
000850*----------------------------------------------------------------
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE
000880         THRU 1000-INITIALIZE-EXIT
000890     IF FILES-ARE-AVAILABLE
000900         PERFORM 2000-LOAD-POSTAL-CODES
000910             THRU 2000-LOAD-POSTAL-CODES-EXIT
000920             UNTIL END-OF-INPUT-FILE
000930         PERFORM 3000-SHOW-TOTALS
000940             THRU 3000-SHOW-TOTALS-EXIT
000950     END-IF
000960     PERFORM 9000-TERMINATE
000970         THRU 9000-TERMINATE-EXIT
000980     GOBACK.
000990*----------------------------------------------------------------
001000*    1000-INITIALIZE
001010*    THE INPUT IS OPENED FIRST SO A MISSING POSTAL-SERVICE FILE
001020*    NEVER CREATES OR OPENS THE REFERENCE FILE.  THE REFERENCE
001030*    FILE IS CREATED ON THE FIRST EVER LOAD.  COUNTERS AND
001040*    SWITCHES ARE RESET SO A SECOND CALL IN THE SAME RUN UNIT
001050*    STARTS CLEAN.
001060*----------------------------------------------------------------
001070 1000-INITIALIZE.
001080     MOVE ZERO TO LINES-READ-COUNT
001090     MOVE ZERO TO POSTAL-ADDED-COUNT
001100     MOVE ZERO TO POSTAL-REPLACED-COUNT
001110     MOVE ZERO TO MANUAL-REPLACED-COUNT
001120     MOVE ZERO TO LINES-REJECTED-COUNT
001130     SET FILES-NOT-AVAILABLE TO TRUE
001140     SET NOT-END-OF-INPUT-FILE TO TRUE
001150     MOVE FUNCTION CURRENT-DATE TO 800-CURRENT-DATE
001160     OPEN INPUT POSTAL-INPUT-FILE
001170     IF CEPINPT-FILE-STATUS NOT = "00"
001180         DISPLAY '*** CEPLOAD - ARQUIVO CEPINPT NAO ENCONTRADO - '
001190                 'TABELA DE CEP NAO ALTERADA ***'
001200         MOVE 16 TO RETURN-CODE
001210         GO TO 1000-INITIALIZE-EXIT
001220     END-IF
001230     OPEN I-O POSTAL-CODE-FILE
001240     IF CEPMAST-FILE-STATUS = "35"
001250         OPEN OUTPUT POSTAL-CODE-FILE
001260         CLOSE POSTAL-CODE-FILE
001270         OPEN I-O POSTAL-CODE-FILE
001280     END-IF
001290     IF CEPMAST-FILE-STATUS NOT = "00"
001300         DISPLAY '*** CEPLOAD - ERRO ABRINDO CEPMAST - STATUS '
001310                 CEPMAST-FILE-STATUS ' ***'
001320         CLOSE POSTAL-INPUT-FILE
001330         MOVE 16 TO RETURN-CODE
001340         GO TO 1000-INITIALIZE-EXIT
001350     END-IF
001360     SET FILES-ARE-AVAILABLE TO TRUE
001370     .
001380 1000-INITIALIZE-EXIT.
001390     EXIT.
001400*----------------------------------------------------------------
001410*    2000-LOAD-POSTAL-CODES
001420*    ONE INPUT LINE PER PASS.  A BLANK LINE (THE EMPTY LAST LINE
001423*    THE LINE SEQUENTIAL READER HANDS BACK INCLUDED) IS SKIPPED
001426*    UNCOUNTED, THE SAME GUARD TESTECOB PUTS ON ITS INTAKE READ.
001430*----------------------------------------------------------------
001440 2000-LOAD-POSTAL-CODES.
001450     READ POSTAL-INPUT-FILE
001460         AT END
001470             SET END-OF-INPUT-FILE TO TRUE
001480             GO TO 2000-LOAD-POSTAL-CODES-EXIT
001490     END-READ
001492     IF POSTAL-INPUT-RECORD = SPACES
001494         GO TO 2000-LOAD-POSTAL-CODES-EXIT
001496     END-IF
001500     ADD 1 TO LINES-READ-COUNT
001510     PERFORM 2100-EDIT-INPUT-LINE
001520         THRU 2100-EDIT-INPUT-LINE-EXIT
001530     IF INPUT-LINE-IS-VALID
001540         PERFORM 2200-STORE-POSTAL-CODE
001550             THRU 2200-STORE-POSTAL-CODE-EXIT
001560     ELSE
001570         ADD 1 TO LINES-REJECTED-COUNT
001580         MOVE LINES-READ-COUNT TO LINE-NUMBER-EDIT
001590         DISPLAY '*** CEPLOAD - LINHA ' LINE-NUMBER-EDIT
001600                 ' REJEITADA: ' PI-POSTAL-CODE ' '
001610                 INPUT-CITY ' ' INPUT-STATE ' ***'
001620     END-IF
001630     .
001640 2000-LOAD-POSTAL-CODES-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670*    2100-EDIT-INPUT-LINE
001680*    EIGHT-DIGIT CEP, NON-BLANK CITY WITH NO LEADING SPACE, AND
001690*    A UF ON THE POSTALCP LIST.  CITY AND UF ARE FOLDED TO
001700*    UPPER CASE, THE WAY THE ENTRY PROGRAMS STORE CM-CITY AND
001710*    CM-STATE, SO THE ADDRESS CHECK IS A STRAIGHT COMPARE.
001720*----------------------------------------------------------------
001730 2100-EDIT-INPUT-LINE.
001740     SET INPUT-LINE-NOT-VALID TO TRUE
001750     MOVE FUNCTION UPPER-CASE(PI-CITY(1:20)) TO INPUT-CITY
001760     MOVE FUNCTION UPPER-CASE(PI-STATE) TO INPUT-STATE
001770     IF PI-POSTAL-CODE IS NOT NUMERIC
001780         GO TO 2100-EDIT-INPUT-LINE-EXIT
001790     END-IF
001800     IF INPUT-CITY = SPACES
001810             OR INPUT-CITY(1:1) = SPACE
001820         GO TO 2100-EDIT-INPUT-LINE-EXIT
001830     END-IF
001840     MOVE INPUT-STATE TO PC-STATE
001850     IF NOT PC-STATE-IS-VALID
001860         GO TO 2100-EDIT-INPUT-LINE-EXIT
001870     END-IF
001880     SET INPUT-LINE-IS-VALID TO TRUE
001890     .
001900 2100-EDIT-INPUT-LINE-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930*    2200-STORE-POSTAL-CODE
001940*    RANDOM READ BY CEP - REWRITE WHEN IT IS ALREADY ON FILE,
001950*    WRITE WHEN IT IS NEW.
001960*----------------------------------------------------------------
001970 2200-STORE-POSTAL-CODE.
001980     MOVE PI-POSTAL-CODE TO PC-POSTAL-CODE
001990     READ POSTAL-CODE-FILE
002000         INVALID KEY
002010             PERFORM 2210-ADD-POSTAL-CODE
002020                 THRU 2210-ADD-POSTAL-CODE-EXIT
002030         NOT INVALID KEY
002040             PERFORM 2220-REPLACE-POSTAL-CODE
002050                 THRU 2220-REPLACE-POSTAL-CODE-EXIT
002060     END-READ
002070     .
002080 2200-STORE-POSTAL-CODE-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110*    2210-ADD-POSTAL-CODE
002120*----------------------------------------------------------------
002130 2210-ADD-POSTAL-CODE.
002140     MOVE SPACES TO POSTAL-CODE-RECORD
002150     MOVE PI-POSTAL-CODE TO PC-POSTAL-CODE
002160     PERFORM 2230-SET-RECORD-FIELDS
002170         THRU 2230-SET-RECORD-FIELDS-EXIT
002180     WRITE POSTAL-CODE-RECORD
002190         INVALID KEY
002200             ADD 1 TO LINES-REJECTED-COUNT
002210             DISPLAY '*** CEPLOAD - ERRO GRAVANDO CEP '
002220                     PI-POSTAL-CODE ' - STATUS '
002230                     CEPMAST-FILE-STATUS ' ***'
002240         NOT INVALID KEY
002250             ADD 1 TO POSTAL-ADDED-COUNT
002260     END-WRITE
002270     .
002280 2210-ADD-POSTAL-CODE-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310*    2220-REPLACE-POSTAL-CODE
002320*    A CEP THAT WAS KEYED MANUALLY IS COUNTED SEPARATELY SO THE
002330*    SUPERVISORS CAN SEE THE OFFICIAL TABLE CATCHING UP.
002340*----------------------------------------------------------------
002350 2220-REPLACE-POSTAL-CODE.
002360     IF PC-KEYED-BY-SUPERVISOR
002370         ADD 1 TO MANUAL-REPLACED-COUNT
002380     END-IF
002390     PERFORM 2230-SET-RECORD-FIELDS
002400         THRU 2230-SET-RECORD-FIELDS-EXIT
002410     REWRITE POSTAL-CODE-RECORD
002420         INVALID KEY
002430             ADD 1 TO LINES-REJECTED-COUNT
002440             DISPLAY '*** CEPLOAD - ERRO REGRAVANDO CEP '
002450                     PI-POSTAL-CODE ' - STATUS '
002460                     CEPMAST-FILE-STATUS ' ***'
002470         NOT INVALID KEY
002480             ADD 1 TO POSTAL-REPLACED-COUNT
002490     END-REWRITE
002500     .
002510 2220-REPLACE-POSTAL-CODE-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540*    2230-SET-RECORD-FIELDS
002550*----------------------------------------------------------------
002560 2230-SET-RECORD-FIELDS.
002570     MOVE INPUT-CITY TO PC-CITY
002580     MOVE INPUT-STATE TO PC-STATE
002590     SET PC-FROM-POSTAL-TABLE TO TRUE
002600     MOVE 800-CURRENT-YMD-NUM TO PC-LAST-CHANGE-DATE
002610     .
002620 2230-SET-RECORD-FIELDS-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650*    3000-SHOW-TOTALS
002660*    ANY REJECTED LINE ENDS THE JOB WITH RETURN-CODE 8 SO THE
002670*    OPERATOR LOOKS AT THE CONSOLE LISTING.
002680*----------------------------------------------------------------
002690 3000-SHOW-TOTALS.
002700     MOVE LINES-READ-COUNT TO LOAD-COUNT-EDIT
002710     DISPLAY 'CEPLOAD - LINHAS LIDAS       = ' LOAD-COUNT-EDIT
002720     MOVE POSTAL-ADDED-COUNT TO LOAD-COUNT-EDIT
002730     DISPLAY 'CEPLOAD - CEPS INCLUIDOS     = ' LOAD-COUNT-EDIT
002740     MOVE POSTAL-REPLACED-COUNT TO LOAD-COUNT-EDIT
002750     DISPLAY 'CEPLOAD - CEPS SUBSTITUIDOS  = ' LOAD-COUNT-EDIT
002760     MOVE MANUAL-REPLACED-COUNT TO LOAD-COUNT-EDIT
002770     DISPLAY 'CEPLOAD -   DOS QUAIS MANUAIS= ' LOAD-COUNT-EDIT
002780     MOVE LINES-REJECTED-COUNT TO LOAD-COUNT-EDIT
002790     DISPLAY 'CEPLOAD - LINHAS REJEITADAS  = ' LOAD-COUNT-EDIT
002800     IF LINES-REJECTED-COUNT > ZERO
002810         MOVE 8 TO RETURN-CODE
002820     END-IF
002830     .
002840 3000-SHOW-TOTALS-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------
002870*    9000-TERMINATE
002880*----------------------------------------------------------------
002890 9000-TERMINATE.
002900     IF FILES-ARE-AVAILABLE
002910         CLOSE POSTAL-INPUT-FILE
002920         CLOSE POSTAL-CODE-FILE
002930     END-IF
002940     .
002950 9000-TERMINATE-EXIT.
002960     EXIT.
