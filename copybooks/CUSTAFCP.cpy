000010*----------------------------------------------------------------
000020*    CUSTAFCP.CPY
000030*    BILLING ACCOUNT-STATUS FEED RECORD LAYOUTS.
000040*    THE FIXED LAYOUT AGREED WITH THE DOWNSTREAM BILLING SYSTEM
000050*    FOR THE NIGHTLY INBOUND FILE (CUSTBSTA): ONE "H" HEADER
000060*    LINE FIRST (THE DATE OF BILLING'S POSITION), ONE DETAIL
000070*    LINE PER CUSTOMER ACCOUNT, AND ONE "T" TRAILER LINE LAST
000080*    WITH THE DETAIL COUNT - THE SAME BATCH CONTROL AS CUSTINCP.
000090*    A DETAIL LINE STARTS WITH ITS NUMERIC CUSTOMER ID, SO THE
000100*    "H"/"T" TYPE BYTE CAN NEVER COLLIDE WITH ONE.  LOADED INTO
000110*    THE ACCOUNT-STATUS FILE (SEE CUSTASCP) BY ACCTLOAD.  DO NOT
000120*    CHANGE FIELD POSITIONS WITHOUT AGREEING IT WITH BILLING.
000130*
000140*    AF-BALANCE-SIGN IS "-" FOR A CREDIT BALANCE (THE CUSTOMER
000150*    PAID IN ADVANCE), "+" OR SPACE OTHERWISE.  THE AMOUNT HAS
000160*    TWO IMPLIED DECIMALS.  AF-CREDIT-HOLD IS "S" OR "N".
000170*----------------------------------------------------------------
000180 01  ACCOUNT-FEED-RECORD.
000190     05  AF-CUSTOMER-ID                  PIC X(06).
000200     05  AF-BALANCE-SIGN                 PIC X(01).
000210     05  AF-BALANCE-AMOUNT               PIC 9(09)V99.
000220     05  AF-DAYS-PAST-DUE                PIC 9(04).
000230     05  AF-CREDIT-HOLD                  PIC X(01).
000240     05  FILLER                          PIC X(17).
000250 01  ACCOUNT-FEED-HEADER-RECORD.
000260     05  AH-RECORD-TYPE                  PIC X(01).
000270     05  AH-FEED-DATE                    PIC X(08).
000280     05  FILLER                          PIC X(31).
000290 01  ACCOUNT-FEED-TRAILER-RECORD.
000300     05  AT-RECORD-TYPE                  PIC X(01).
000310     05  AT-DETAIL-COUNT                 PIC 9(07).
000320     05  FILLER                          PIC X(32).
