000310*                  RECORD FROM AN OLDER GENERATION HAS SPACES
000320*                  HERE - THE ACKNOWLEDGMENT RUN TREATS THE DATE
000330*                  AS ZERO AND THE NAME AND BRANCH AS BLANK.
000332* 10/15/2026  RMK  THE CYCLE COUNT IS NOW THE BUSINESS DAYS ON THE
000334*                  SHOP CALENDAR SINCE THE SENT DATE, SO A WEEKEND
000336*                  OR HOLIDAY DOES NOT AGE AN ITEM.  THE LAYOUT IS
000338*                  UNCHANGED.
000339* 10/15/2026  RMK  EXTRACT SUBSCRIBERS.  EACH SUBSCRIBER NOW HAS
000340*                  ITS OWN AGING FILE.  ADDED CC-AGE-SUB-ID,
000341*                  CARVED FROM THE FILLER, STAMPED BY THE
000342*                  ACKNOWLEDGMENT RUN WITH THE SUBSCRIBER THE ITEM
000343*                  WAS SENT TO, SO ONE SUBSCRIBER'S AGING FILE
000344*                  CANNOT BE RUN AGAINST ANOTHER'S
000345*                  ACKNOWLEDGMENTS.  A RECORD FROM AN OLDER
000346*                  GENERATION HAS SPACES HERE AND IS TAKEN AS
000347*                  BELONGING TO WHICHEVER SUBSCRIBER'S RUN READS
000348*                  IT.
000349*----------------------------------------------------------------*
000350 01  CC-AGE-REC.
000360     05  CC-AGE-ACCT-NO         PIC 9(07).
000370     05  CC-AGE-TEST-VALUE      PIC 9(03).
000410     05  CC-AGE-EFF-DATE        PIC 9(08).
000420     05  CC-AGE-CUST-NAME       PIC X(20).
000430     05  CC-AGE-BRANCH-CD       PIC X(04).
000435     05  CC-AGE-SUB-ID          PIC X(08).
000440     05  FILLER                 PIC X(16).
