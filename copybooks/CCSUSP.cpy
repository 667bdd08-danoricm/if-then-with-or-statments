000230*                  SUSPENSE, AND THE NUMBER OF RECYCLE CYCLES IT
000240*                  HAS WAITED, SO A REJECT THAT SITS UNREPAIRED
000250*                  TOO LONG IS REPORTED INSTEAD OF FORGOTTEN.
000252* 10/15/2026  RMK  THE CYCLE COUNT IS NOW THE BUSINESS DAYS ON THE
000254*                  SHOP CALENDAR SINCE THE FIRST-SUSPENSE DATE,
000256*                  COUNTING THAT DAY, SO A WEEKEND OR HOLIDAY DOES
000258*                  NOT AGE A REJECT.  THE LAYOUT IS UNCHANGED.
000260*----------------------------------------------------------------*
000270 01  CC-SUSP-REC.
000280     05  CC-SUSP-ACCT-NO        PIC 9(07).
