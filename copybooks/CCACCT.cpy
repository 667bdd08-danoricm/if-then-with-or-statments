000220*                  IT SEQUENTIALLY AGAINST THE SORTED TRANSACTION
000230*                  FILE.  CARRIES THE CUSTOMER NAME, BRANCH AND
000240*                  OFFICER CODES, AND THE ACCOUNT STATUS.
000241* 10/15/2026  RMK  CUSTOMER NOTICES.  RECORD LENGTHENED FROM 80 TO
000242*                  160 BYTES TO CARRY THE MAILING ADDRESS AND THE
000243*                  NOTIFICATION PREFERENCE, BOTH MAINTAINED
000244*                  THROUGH CCAMAINT AND USED BY THE NOTICE RUN
000245*                  (CCNOTIFY).  THE PREFERENCE IS 'M' (OR SPACE ON
000246*                  A CONVERTED RECORD) - LETTERS GO THROUGH THE
000247*                  MAIL HOUSE; 'B' - LETTERS PRINT FOR THE BRANCH
000248*                  TO HAND OVER; 'N' - NO OPTIONAL NOTICES (THE
000249*                  WELCOME LETTER IS NOT SENT, BUT A DECLINE
000250*                  NOTICE STILL IS, SINCE COMPLIANCE REQUIRES
000251*                  IT).  THE EXISTING MASTER IS CONVERTED ONCE BY
000252*                  COPYING IT TO THE LONGER RECORD - THE NEW
000253*                  FIELDS COME OUT AS SPACES.
000254*----------------------------------------------------------------*
000260 01  CC-ACCT-REC.
000270     05  CC-ACCT-MAST-NO        PIC 9(07).
000280     05  CC-ACCT-CUST-NAME      PIC X(20).
000310     05  CC-ACCT-STATUS         PIC X(01).
000320         88  CC-ACCT-IS-OPEN            VALUE 'O'.
000330         88  CC-ACCT-IS-CLOSED          VALUE 'C'.
000350     05  CC-ACCT-NOTIFY-PREF    PIC X(01).
000360         88  CC-ACCT-NOTIFY-MAIL        VALUE 'M' ' '.
000370         88  CC-ACCT-NOTIFY-BRANCH      VALUE 'B'.
000380         88  CC-ACCT-NOTIFY-NONE        VALUE 'N'.
000390         88  CC-ACCT-NOTIFY-VALID       VALUE 'M' 'B' 'N'.
000400     05  CC-ACCT-MAIL-ADDR.
000410         10  CC-ACCT-ADDR-LINE-1    PIC X(30).
000420         10  CC-ACCT-ADDR-LINE-2    PIC X(30).
000430         10  CC-ACCT-ADDR-CITY      PIC X(20).
000440         10  CC-ACCT-ADDR-STATE     PIC X(02).
000450         10  CC-ACCT-ADDR-ZIP.
000460             15  CC-ACCT-ADDR-ZIP-5 PIC X(05).
000470             15  CC-ACCT-ADDR-ZIP-4 PIC X(04).
000480     05  FILLER                 PIC X(32).
