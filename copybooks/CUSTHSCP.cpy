000072*    WRITTEN BEFORE THE MASTER GAINED THE ADDRESS/CONTACT/
000074*    STATUS BLOCK CARRIES THE OLD 54-POSITION IMAGES - ARCHIVE
000076*    THAT FILE ASIDE WHEN THE MASTER IS CONVERTED.  WRITTEN
000080*    BY TESTECOB (ADDS, AND THE BATCH CHANGES AND DELETES OF ITS
000082*    MAINTENANCE RUN), CUSTMNT (CHANGES AND DELETES) AND
000084*    CUSTAPRV (APPROVED DELETES AND STATUS CHANGES) AND
000086*    CUSTMRGE (THE SURVIVOR CHANGE AND DUPLICATE DELETE OF A
000088*    MERGE) AND REJREPR (ADDS OF REPAIRED INTAKE REJECTS) SO A
000090*    DISPUTED REGISTRATION CAN BE SHOWN FROM THE RECORD, NOT
000100*    FROM MEMORY.
000110*
000130*        I - INCLUSAO  (ADD    - BEFORE IMAGE IS SPACES)
000140*        A - ALTERACAO (CHANGE - BOTH IMAGES PRESENT)
000150*        E - EXCLUSAO  (DELETE - AFTER IMAGE IS SPACES)
000151*
000152*    CH-APPROVER-ID IS FILLED ONLY ON A DELETE OR STATUS CHANGE
000153*    MADE UNDER DUAL CONTROL (SEE CUSTPACP): CH-OPERATOR-ID IS
000154*    THEN THE OPERATOR WHO ASKED FOR IT AND CH-APPROVER-ID THE
000155*    SUPERVISOR WHO APPROVED IT IN CUSTAPRV.  SPACES OTHERWISE.
000156*    CH-ACTION-SOURCE IS "B" ON AN ACTION WRITTEN BY A TESTECOB
000157*    BATCH RUN (INTAKE, REPROCESS OR MAINTENANCE) AND SPACES ON
000158*    ONE KEYED AT A SCREEN - THE CUSTBAL BALANCING REPORT TIES
000159*    THE BATCH ADDS OUT TO THE INTAKE'S LOADED COUNT.
000160*----------------------------------------------------------------
000170 01  CUSTOMER-HISTORY-RECORD.
000180     05  CH-ACTION-CODE                  PIC X(01).
000270     05  CH-OPERATOR-ID                  PIC X(08).
000280     05  CH-BEFORE-IMAGE                 PIC X(126).
000290     05  CH-AFTER-IMAGE                  PIC X(126).
000300     05  CH-APPROVER-ID                  PIC X(08).
000310     05  CH-ACTION-SOURCE                PIC X(01).
000320         88  CH-BATCH-ACTION                  VALUE "B".
000330     05  FILLER                          PIC X(01).
