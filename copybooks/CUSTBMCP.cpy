000010*----------------------------------------------------------------
000020*    CUSTBMCP.CPY
000030*    BULK-MAIL FILE RECORD LAYOUTS.
000040*    WRITTEN BY CUSTLABL IN THE SAME CEP ORDER AS THE PRINTED
000050*    LABELS, FOR THE POST OFFICE PRESORT MANIFEST: ONE "D"
000060*    DETAIL RECORD PER LABEL, AND AFTER THE LAST DETAIL OF EACH
000070*    CEP PREFIX (THE FIRST FIVE DIGITS - THE POSTAL SECTOR AND
000080*    SUBSECTOR) ONE "P" RECORD CARRYING THAT PREFIX'S PIECE
000090*    COUNT.  ONE "T" TRAILER RECORD LAST CARRIES THE MAILING
000100*    DATE, THE NUMBER OF PREFIXES AND THE TOTAL PIECE COUNT.
000110*    FIXED LAYOUT - DO NOT CHANGE FIELD POSITIONS WITHOUT
000120*    AGREEING IT WITH THE MAILROOM.
000130*----------------------------------------------------------------
000140 01  BULK-MAIL-DETAIL-RECORD.
000150     05  BD-RECORD-TYPE                  PIC X(01).
000160     05  BD-POSTAL-CODE                  PIC X(08).
000170     05  BD-CUSTOMER-ID                  PIC 9(06).
000180     05  BD-CUSTOMER-NAME                PIC X(30).
000190     05  BD-ADDRESS-LINE                 PIC X(30).
000200     05  BD-CITY                         PIC X(20).
000210     05  BD-STATE                        PIC X(02).
000220     05  FILLER                          PIC X(03).
000230 01  BULK-MAIL-PREFIX-RECORD.
000240     05  BP-RECORD-TYPE                  PIC X(01).
000250     05  BP-CEP-PREFIX                   PIC X(05).
000260     05  BP-PIECE-COUNT                  PIC 9(07).
000270     05  FILLER                          PIC X(87).
000280 01  BULK-MAIL-TRAILER-RECORD.
000290     05  BT-RECORD-TYPE                  PIC X(01).
000300     05  BT-MAILING-DATE                 PIC X(08).
000310     05  BT-PREFIX-COUNT                 PIC 9(05).
000320     05  BT-PIECE-COUNT                  PIC 9(07).
000330     05  FILLER                          PIC X(79).
