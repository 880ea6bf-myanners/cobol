000010*----------------------------------------------------------------
000020*    POSTALCP.CPY
000030*    POSTAL-CODE (CEP) REFERENCE FILE RECORD LAYOUT.
000040*    KEYED BY PC-POSTAL-CODE.  ONE RECORD PER VALID CEP WITH THE
000050*    CITY AND STATE IT BELONGS TO, IN THE SAME WIDTHS AND CASE
000060*    AS CM-CITY AND CM-STATE (SEE CUSTCP) SO THE ADDRESS CHECK
000070*    IS A STRAIGHT COMPARE.  LOADED IN BULK FROM THE POSTAL-
000080*    SERVICE TABLE BY CEPLOAD AND MAINTAINED ONE CEP AT A TIME
000090*    BY CEPMNT (MENU, SUPERVISORS ONLY) FOR NEW STREETS THAT
000100*    ARE NOT YET ON THE TABLE.  THE FILE IS INDEXED, SO IT
000110*    CANNOT BE EDITED AS A TEXT FILE.
000120*
000130*    EVERY PATH THAT WRITES AN ADDRESS (TESTECOB ENTRY, BATCH
000140*    INTAKE AND BATCH MAINTENANCE, CUSTMNT CONTACT CHANGE)
000150*    REQUIRES THE CEP TO BE ON THIS FILE WITH THE SAME CITY AND
000160*    STATE.  CITY, STATE AND CEP LEFT ALL BLANK ARE STILL
000170*    ACCEPTED - THE FRONT OFFICE FILLS THE ADDRESS IN LATER.
000180*    WHILE THE FILE DOES NOT EXIST YET, NO CHECK IS MADE.
000190*
000200*    PC-SOURCE-CODE:
000210*        C - LOADED FROM THE POSTAL-SERVICE TABLE (CEPLOAD)
000220*        M - KEYED BY A SUPERVISOR (CEPMNT)
000230*----------------------------------------------------------------
000240 01  POSTAL-CODE-RECORD.
000250     05  PC-POSTAL-CODE                  PIC X(08).
000260     05  PC-CITY                         PIC X(20).
000270     05  PC-STATE                        PIC X(02).
000280         88  PC-STATE-IS-VALID                VALUE "AC" "AL"
000290                 "AM" "AP" "BA" "CE" "DF" "ES" "GO" "MA" "MG"
000300                 "MS" "MT" "PA" "PB" "PE" "PI" "PR" "RJ" "RN"
000310                 "RO" "RR" "RS" "SC" "SE" "SP" "TO".
000320     05  PC-SOURCE-CODE                  PIC X(01).
000330         88  PC-FROM-POSTAL-TABLE             VALUE "C".
000340         88  PC-KEYED-BY-SUPERVISOR           VALUE "M".
000350     05  PC-LAST-CHANGE-DATE             PIC X(08).
000360     05  FILLER                          PIC X(11).
