000130*        NM - CUSTOMER NAME BLANK OR NOT ALPHABETIC
000140*        DI - CUSTOMER ID ALREADY ON CUSTOMER-MASTER
000150*        DN - CUSTOMER NAME ALREADY ON CUSTOMER-MASTER
000151*        CP - CEP NOT ON THE POSTAL-CODE FILE, OR CITY/UF DO
000152*             NOT MATCH THE CEP (SEE POSTALCP)
000153*
000154*    A REJECT THAT LEAVES THE QUEUE - LOADED CLEAN BY A REPROCESS
000155*    RUN, OR CORRECTED OR ABANDONED AT THE REJREPR REPAIR SCREEN
000156*    - IS LOGGED TO THE RESOLVED-REJECTS FILE CUSTRSLV (SEE
000157*    CUSTRVCP), SO NONE LEAVES IT WITHOUT A RECORD.
000160*----------------------------------------------------------------
000170 01  CUSTOMER-REJECT-RECORD.
000180     05  CR-INTAKE-IMAGE.
