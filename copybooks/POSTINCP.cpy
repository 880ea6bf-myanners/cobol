000010*----------------------------------------------------------------
000020*    POSTINCP.CPY
000030*    POSTAL-SERVICE CEP TABLE INPUT RECORD LAYOUT.  ONE CEP PER
000040*    LINE - THE SEQUENTIAL INPUT FILE (CEPINPT) FOR THE CEPLOAD
000050*    BULK RELOAD OF THE POSTAL-CODE REFERENCE FILE (SEE
000060*    POSTALCP).  THE POSTAL SERVICE CARRIES THE FULL CITY NAME;
000070*    ONLY THE FIRST 20 POSITIONS ARE KEPT, THE WIDTH OF CM-CITY,
000080*    WHICH IS ALL AN OPERATOR CAN KEY ANYWAY.  THE CEP IS EIGHT
000090*    DIGITS WITH NO HYPHEN.
000100*----------------------------------------------------------------
000110 01  POSTAL-INPUT-RECORD.
000120     05  PI-POSTAL-CODE                  PIC X(08).
000130     05  PI-CITY                         PIC X(40).
000140     05  PI-STATE                        PIC X(02).
000150     05  FILLER                          PIC X(10).
