000210*                  THE FIELD CHANGED AND ITS BEFORE/AFTER VALUES
000220*                  SO A POLICY CHANGE CAN BE TRACED BACK TO THE
000230*                  RUN THAT MADE IT.
000231* 10/15/2026  RMK  DUAL CONTROL.  ADDED THE MAKER (THE OPERATOR
000232*                  WHO SUBMITTED THE CHANGE) AND THE CHECKER (THE
000233*                  SECOND OPERATOR WHO APPROVED IT) AND THE
000234*                  APPROVAL QUEUE CHANGE-ID, CARVED FROM FILLER.
000240*----------------------------------------------------------------*
000250 01  CC-PMLOG-REC.
000260     05  CC-PMLOG-FUNCTION      PIC X(04).
000270     05  CC-PMLOG-BEFORE        PIC X(09).
000280     05  CC-PMLOG-AFTER         PIC X(09).
000290     05  CC-PMLOG-TIMESTAMP     PIC 9(14).
000300     05  CC-PMLOG-MAKER-ID      PIC X(07).
000310     05  CC-PMLOG-CHECKER-ID    PIC X(07).
000320     05  CC-PMLOG-CHANGE-ID     PIC 9(07).
000330     05  FILLER                 PIC X(23).
