000220*                  BEFORE/AFTER VALUES, SO AN ACCOUNT CHANGE CAN
000230*                  BE TRACED BACK TO THE RUN THAT MADE IT - THE
000240*                  WAY CCPMLOG TRACES A POLICY CHANGE.
000241* 10/15/2026  RMK  DUAL CONTROL.  ADDED THE MAKER (THE OPERATOR
000242*                  WHO SUBMITTED THE CHANGE) AND THE CHECKER (THE
000243*                  SECOND OPERATOR WHO APPROVED IT), CARVED FROM
000244*                  FILLER.
000250*----------------------------------------------------------------*
000260 01  CC-AMLOG-REC.
000270     05  CC-AMLOG-ACCT-NO       PIC 9(07).
000290     05  CC-AMLOG-BEFORE        PIC X(20).
000300     05  CC-AMLOG-AFTER         PIC X(20).
000310     05  CC-AMLOG-TIMESTAMP     PIC 9(14).
000320     05  CC-AMLOG-MAKER-ID      PIC X(07).
000330     05  CC-AMLOG-CHECKER-ID    PIC X(07).
000340     05  FILLER                 PIC X(01).
