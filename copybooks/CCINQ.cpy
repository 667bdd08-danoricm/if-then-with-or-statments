000220*                  RANGE (ZERO MEANS OPEN-ENDED).  THE DATE IS
000230*                  TESTED AGAINST THE DATE PORTION PACKED INSIDE
000240*                  CC-AUD-TIMESTAMP.
000242* 10/15/2026  RMK  ALSO THE ACCOUNT LIST FOR THE PIPELINE STATUS
000244*                  INQUIRY (CCACTINQ) - ONE RECORD PER ACCOUNT,
000246*                  ACCOUNT NUMBER ONLY; THE DATES ARE NOT USED.
000247* 10/15/2026  RMK  ALSO THE SELECTION FOR THE NOTICES-SENT INQUIRY
000248*                  (CCNOTINQ) - THE DATES ARE TESTED AGAINST
000249*                  CC-NOTE-SENT-DATE.
000250*----------------------------------------------------------------*
000260 01  CC-INQ-REC.
000270     05  CC-INQ-ACCT-NO         PIC 9(07).
