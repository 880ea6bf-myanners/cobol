000010*----------------------------------------------------------------
000020*    CUSTMXCP.CPY
000030*    CUSTOMER MERGE CROSS-REFERENCE FILE RECORD LAYOUT.
000040*    ONE RECORD PER MERGE MADE IN CUSTMRGE: THE CUSTOMER ID
000050*    THAT WAS DELETED AS A DUPLICATE AND THE SURVIVING ID THAT
000060*    REPLACES IT, WITH WHEN AND WHO.  THE FILE (CUSTMXRF) IS A
000070*    GROWING LOG, APPENDED AND NEVER REWRITTEN - BILLING READS
000080*    IT TO MOVE THE OLD ACCOUNT'S HISTORY AND OPEN ITEMS TO THE
000090*    SURVIVING ID INSTEAD OF CLOSING THEM WITH THE CUSTEXTR "E"
000100*    RECORD THE DELETE PRODUCES.
000110*----------------------------------------------------------------
000120 01  CUSTOMER-MERGE-RECORD.
000130     05  MX-MERGED-CUSTOMER-ID           PIC 9(06).
000140     05  MX-SURVIVOR-CUSTOMER-ID         PIC 9(06).
000150     05  MX-MERGE-DATE                   PIC X(08).
000160     05  MX-MERGE-TIME                   PIC X(06).
000170     05  MX-OPERATOR-ID                  PIC X(08).
000180     05  FILLER                          PIC X(16).
