000010*----------------------------------------------------------------
000020*    CUSTMJCP.CPY
000030*    CUSTOMER-MAINTENANCE REJECT FILE RECORD LAYOUT.
000040*    ONE RECORD PER MAINTENANCE TRANSACTION REJECTED BY
000050*    TESTECOB'S BATCH-MAINTENANCE RUN: THE ORIGINAL CUSTMTRN
000060*    RECORD IMAGE WITH THE REJECT DATE AND REASON CODE IN THE
000070*    LAST TEN POSITIONS OF THE 120-BYTE RECORD - INSIDE THE
000080*    TRANSACTION FILLER.  LIKE THE INTAKE REJECT QUEUE (SEE
000090*    CUSTRJCP) THE FILE IS PERSISTENT: A NORMAL RUN APPENDS, A
000100*    REPROCESS RUN (TESTECOB-REPROCESS-MODE WITH
000110*    TESTECOB-MAINT-MODE, THE REPAIRED QUEUE FED BACK AS THE
000120*    TRANSACTION FILE) REWRITES IT WITH ONLY THE RECORDS THAT
000130*    REJECTED AGAIN, EACH KEEPING ITS ORIGINAL REJECT DATE.
000140*
000150*    REASON CODES:
000160*        ID - CUSTOMER ID NOT NUMERIC
000170*        TR - TRANSACTION CODE NOT A, T, S OR E
000180*        NF - CUSTOMER ID NOT ON CUSTOMER-MASTER
000190*        NM - NEW NAME BLANK OR NOT ALPHABETIC
000200*        DN - NEW NAME ALREADY ON ANOTHER CUSTOMER
000210*        ST - NEW STATUS CODE NOT A OR I
000213*        CP - NEW CEP NOT ON THE POSTAL-CODE FILE, OR NEW
000216*             CITY/UF DO NOT MATCH THE CEP (SEE POSTALCP)
000220*        GR - REWRITE OR DELETE FAILED ON CUSTOMER-MASTER
000222*        SD - DELETE, OR STATUS CHANGE TO I, FOR A CUSTOMER
000224*             WITH AN OPEN BALANCE OR A CREDIT HOLD ON THE
000226*             ACCOUNT-STATUS FILE (SEE CUSTASCP)
000230*----------------------------------------------------------------
000240 01  MAINT-REJECT-RECORD.
000250     05  MJ-MAINT-IMAGE.
000260         10  MJ-CUSTOMER-ID              PIC X(06).
000270         10  MJ-TRANS-CODE               PIC X(01).
000280         10  MJ-NEW-NAME                 PIC X(30).
000290         10  MJ-NEW-ADDRESS-LINE         PIC X(30).
000300         10  MJ-NEW-CITY                 PIC X(20).
000310         10  MJ-NEW-STATE                PIC X(02).
000320         10  MJ-NEW-POSTAL-CODE          PIC X(08).
000330         10  MJ-NEW-PHONE-NUMBER         PIC X(11).
000340         10  MJ-NEW-STATUS-CODE          PIC X(01).
000350         10  FILLER                      PIC X(01).
000360     05  MJ-REJECT-DATE                  PIC X(08).
000370     05  MJ-REJECT-REASON                PIC X(02).
