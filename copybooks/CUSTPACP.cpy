000010*----------------------------------------------------------------
000020*    CUSTPACP.CPY
000030*    PENDING-APPROVAL FILE RECORD LAYOUT (DUAL CONTROL).
000040*    KEYED BY REQUEST DATE + TIME + CUSTOMER ID.  ONE RECORD PER
000050*    DELETE OR STATUS CHANGE REQUESTED IN CUSTMNT BY AN
000060*    OPERATOR-LEVEL ID (SEE OPERCP) - THE CHANGE IS NOT MADE ON
000070*    CUSTOMER-MASTER UNTIL A SUPERVISOR APPROVES IT THROUGH
000080*    CUSTAPRV, AND NEVER BY THE ID THAT ASKED FOR IT.  THE
000090*    BEFORE IMAGE IS THE CUSTCP RECORD AS THE REQUESTER SAW IT;
000100*    AN ITEM WHOSE CUSTOMER CHANGED SINCE CANNOT BE APPROVED.
000110*    DECIDED ITEMS STAY ON THE FILE WITH WHO DECIDED AND WHEN,
000120*    SO THE FILE IS ALSO THE RECORD OF EVERY REFUSAL.  ITEMS
000130*    STILL PENDING PAST THE CUTOFF ARE LISTED EACH MORNING BY
000140*    APRVEXCP.
000150*
000160*    ACTION CODES (THE CUSTMNT ACTION LETTERS):
000170*        S - SITUACAO (PA-NEW-STATUS-CODE IS A OR I)
000180*        E - EXCLUSAO
000190*    ITEM STATUS:
000200*        P - PENDENTE
000210*        A - APROVADO  (APPLIED TO CUSTOMER-MASTER AND CUSTHIST)
000220*        R - RECUSADO  (CUSTOMER-MASTER NEVER TOUCHED)
000230*----------------------------------------------------------------
000240 01  PENDING-APPROVAL-RECORD.
000250     05  PA-KEY.
000260         10  PA-REQUEST-DATE.
000270             15  PA-REQUEST-YYYY         PIC X(04).
000280             15  PA-REQUEST-MM           PIC X(02).
000290             15  PA-REQUEST-DD           PIC X(02).
000300         10  PA-REQUEST-TIME.
000310             15  PA-REQUEST-HH           PIC X(02).
000320             15  PA-REQUEST-MI           PIC X(02).
000330             15  PA-REQUEST-SS           PIC X(02).
000340         10  PA-CUSTOMER-ID              PIC 9(06).
000350     05  PA-ACTION-CODE                  PIC X(01).
000360         88  PA-ACTION-STATUS                 VALUE "S".
000370         88  PA-ACTION-DELETE                 VALUE "E".
000380     05  PA-NEW-STATUS-CODE              PIC X(01).
000390     05  PA-REQUESTED-BY                 PIC X(08).
000400     05  PA-ITEM-STATUS                  PIC X(01).
000410         88  PA-ITEM-PENDING                  VALUE "P".
000420         88  PA-ITEM-APPROVED                 VALUE "A".
000430         88  PA-ITEM-REFUSED                  VALUE "R".
000440     05  PA-DECIDED-BY                   PIC X(08).
000450     05  PA-DECISION-DATE                PIC X(08).
000460     05  PA-DECISION-TIME                PIC X(06).
000470     05  PA-BEFORE-IMAGE                 PIC X(126).
000480     05  FILLER                          PIC X(15).
