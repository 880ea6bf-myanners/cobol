000010*----------------------------------------------------------------
000020*    CUSTSTCP.CPY
000030*    MONTHLY CUSTOMER-STATISTICS FILE RECORD LAYOUT.
000040*    KEYED BY MONTH (AAAAMM) + ROW TYPE + UF + CITY.  WRITTEN BY
000050*    CUSTSTAT AT EACH MONTH END, ONE ROW PER CITY, ONE PER UF
000060*    AND ONE GRAND TOTAL, SO NEXT MONTH'S OPENING COUNTS AND THE
000070*    SAME-MONTH-LAST-YEAR COMPARISON COME FROM HERE AND NOT FROM
000080*    REPLAYING A YEAR OF CUSTHIST.  A RERUN OF THE SAME MONTH
000090*    REPLACES THAT MONTH'S ROWS.
000100*
000110*    ROW TYPES:
000120*        C - CITY      (SS-STATE AND SS-CITY)
000130*        U - UF TOTAL  (SS-CITY IS SPACES)
000140*        T - GRAND TOTAL (SS-STATE AND SS-CITY ARE SPACES)
000150*----------------------------------------------------------------
000160 01  CUSTOMER-STATISTICS-RECORD.
000170     05  SS-KEY.
000180         10  SS-STAT-MONTH               PIC X(06).
000190         10  SS-ROW-TYPE                 PIC X(01).
000200             88  SS-ROW-IS-CITY               VALUE "C".
000210             88  SS-ROW-IS-STATE              VALUE "U".
000220             88  SS-ROW-IS-TOTAL              VALUE "T".
000230         10  SS-STATE                    PIC X(02).
000240         10  SS-CITY                     PIC X(20).
000250     05  SS-OPENING-COUNT                PIC 9(07).
000260     05  SS-ADD-COUNT                    PIC 9(07).
000270     05  SS-DELETE-COUNT                 PIC 9(07).
000280     05  SS-REACTIVATE-COUNT             PIC 9(07).
000290     05  SS-DEACTIVATE-COUNT             PIC 9(07).
000300     05  SS-CLOSING-COUNT                PIC 9(07).
000310     05  SS-ACTIVE-COUNT                 PIC 9(07).
000320     05  SS-INACTIVE-COUNT               PIC 9(07).
000330     05  SS-RUN-DATE                     PIC X(08).
000340     05  FILLER                          PIC X(07).
