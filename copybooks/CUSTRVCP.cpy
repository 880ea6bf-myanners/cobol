000010*----------------------------------------------------------------
000020*    CUSTRVCP.CPY
000030*    RESOLVED-REJECTS FILE RECORD LAYOUT.
000040*    ONE RECORD PER INTAKE REJECT TAKEN OFF THE CUSTREJT QUEUE
000050*    (SEE CUSTRJCP): THE QUEUE RECORD, WHAT BECAME OF IT, WHEN
000060*    AND BY WHOM.  WRITTEN BY THE REJREPR REPAIR SCREEN (THE
000070*    RECORD AS IT STOOD WHEN THE CLERK OPENED IT) AND BY A
000080*    TESTECOB REPROCESS RUN FOR EACH REJECT IT LOADS CLEAN (THE
000090*    REPAIRED RECORD, DISPOSITION C, RESOLVED BY THE RUN'S
000100*    OPERATOR - "CONSOLE" IN THE NIGHTLY STREAM).  THE FILE
000110*    (CUSTRSLV) IS A GROWING LOG, APPENDED AND NEVER REWRITTEN,
000120*    SO A REJECT THAT LEAVES THE QUEUE IS STILL ON RECORD -
000130*    REJAGING TOTALS IT AND THE AUDITORS CAN TRACE EVERY REJECT
000140*    TO A CUSTOMER OR A REASON.
000150*
000160*    DISPOSITION CODES:
000170*        C - CORRIGIDO  (LOADED TO CUSTOMER-MASTER UNDER
000180*                        RV-APPLIED-CUSTOMER-ID AND LOGGED TO
000190*                        CUSTHIST AS AN ADD)
000200*        A - ABANDONADO (NEVER LOADED - RV-ABANDON-REASON SAYS
000210*                        WHY)
000220*    RV-AGE-DAYS IS THE AGE ON THE QUEUE WHEN RESOLVED, COMPUTED
000230*    THE WAY REJAGING AGES THE QUEUE.
000240*----------------------------------------------------------------
000250 01  RESOLVED-REJECT-RECORD.
000260     05  RV-REJECT-IMAGE.
000270         10  RV-CUSTOMER-ID              PIC X(06).
000280         10  RV-CUSTOMER-NAME            PIC X(30).
000290         10  FILLER                      PIC X(74).
000300         10  RV-REJECT-DATE              PIC X(08).
000310         10  RV-REJECT-REASON            PIC X(02).
000320     05  RV-DISPOSITION-CODE             PIC X(01).
000330         88  RV-REJECT-CORRECTED              VALUE "C".
000340         88  RV-REJECT-ABANDONED              VALUE "A".
000350     05  RV-RESOLVED-DATE                PIC X(08).
000360     05  RV-RESOLVED-TIME                PIC X(06).
000370     05  RV-RESOLVED-BY                  PIC X(08).
000380     05  RV-AGE-DAYS                     PIC 9(05).
000390     05  RV-APPLIED-CUSTOMER-ID          PIC X(06).
000400     05  RV-ABANDON-REASON               PIC X(40).
000410     05  FILLER                          PIC X(06).
