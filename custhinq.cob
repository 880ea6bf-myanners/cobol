000210*                     CUSTHIST IN A TEXT EDITOR AND DECODING THE
000220*                     RAW IMAGES BY HAND - THE AUDITORS ASKED
000230*                     FOR EXACTLY THIS VIEW.
000232*    10/15/2026 MYN   SHOW THE APPROVING SUPERVISOR ON A DELETE
000234*                     OR STATUS CHANGE MADE UNDER DUAL CONTROL
000236*                     (CH-APPROVER-ID).
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
002030             CH-ACTION-DD ' ' CH-ACTION-HH ':' CH-ACTION-MI ':'
002040             CH-ACTION-SS
002050     DISPLAY 'OPERADOR  = ' CH-OPERATOR-ID
002052     IF CH-APPROVER-ID NOT = SPACES
002054         DISPLAY 'APROVADOR = ' CH-APPROVER-ID
002056     END-IF
002060     MOVE CH-BEFORE-IMAGE TO BEFORE-CUSTOMER-RECORD
002070     MOVE CH-AFTER-IMAGE TO AFTER-CUSTOMER-RECORD
002080     DISPLAY 'CAMPO      ANTES                           '
