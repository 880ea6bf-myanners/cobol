000010*----------------------------------------------------------------
000020*    CUSTASCP.CPY
000030*    CUSTOMER ACCOUNT-STATUS FILE RECORD LAYOUT.
000040*    KEYED BY AS-CUSTOMER-ID.  BILLING'S POSITION FOR EACH
000050*    CUSTOMER ACCOUNT - BALANCE, DAYS PAST DUE AND CREDIT HOLD -
000060*    AS OF THE LAST NIGHTLY FEED (SEE CUSTAFCP), LOADED BY
000070*    ACCTLOAD.  A CUSTOMER MISSING FROM A NIGHT'S FEED KEEPS
000080*    THE POSITION LAST RECEIVED; A CUSTOMER NEVER BILLED HAS NO
000090*    RECORD.
000100*
000110*    A NON-ZERO AS-BALANCE-AMOUNT (EITHER SIGN) OR
000120*    AS-CREDIT-HOLD BLOCKS A DELETE OR A DEACTIVATION - CUSTMNT,
000130*    THE TESTECOB BATCH MAINTENANCE AND CUSTAPRV ALL REFUSE
000140*    THEM, SO BILLING NEVER GETS A CUSTEXTR "E" OR AN INACTIVE
000150*    STATUS FOR AN ACCOUNT IT IS STILL COLLECTING ON.  WHILE THE
000160*    FILE DOES NOT EXIST YET, NOTHING IS BLOCKED.
000170*----------------------------------------------------------------
000180 01  ACCOUNT-STATUS-RECORD.
000190     05  AS-CUSTOMER-ID                  PIC 9(06).
000200     05  AS-BALANCE-AMOUNT               PIC S9(09)V99.
000210     05  AS-DAYS-PAST-DUE                PIC 9(04).
000220     05  AS-CREDIT-HOLD-FLAG             PIC X(01).
000230         88  AS-CREDIT-HOLD                   VALUE "S".
000240         88  AS-NO-CREDIT-HOLD                VALUE "N".
000250     05  AS-FEED-DATE                    PIC X(08).
000260     05  AS-LOAD-DATE                    PIC X(08).
000270     05  FILLER                          PIC X(12).
