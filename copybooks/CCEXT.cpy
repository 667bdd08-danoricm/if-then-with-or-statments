000290*                  THE ACCOUNT MASTER TO THE DETAIL RECORD SO THE
000300*                  DOWNSTREAM SYSTEM NO LONGER KEYS ITS OWN
000310*                  CUSTOMER LOOKUP AGAINST EVERY EXTRACT RECORD.
000311* 10/15/2026  RMK  THE TRAILER NOW CARRIES THE HASH TOTAL OF THE
000312*                  DETAILS (ACCOUNT NUMBER PLUS TEST VALUE), THE
000313*                  SOURCE FEED'S IDENTITY, AND THE TOTALS CCEDIT
000314*                  RECEIVED (FEED PLUS RECYCLED CORRECTIONS), SO
000315*                  THE RECEIVING SIDE CAN TIE THE FILE BACK TO
000316*                  WHAT THE SOURCE SYSTEM SENT.
000317* 10/15/2026  RMK  ADDED THE REVERSAL RECORD ('R') FOR THE
000318*                  CANCELLATION EXTRACT CCBKOUT WRITES WHEN A RUN
000319*                  IS BACKED OUT.  IT CARRIES THE CANCELLED
000320*                  DETAIL AS IT WAS SENT, PLUS THE RUN DATE OF
000321*                  THE EXTRACT THAT SENT IT.  A CANCELLATION FILE
000322*                  HOLDS ONLY REVERSAL RECORDS BETWEEN ITS HEADER
000323*                  AND TRAILER.  ITS HEADER CARRIES PROGRAM ID
000324*                  CCBKOUT, THE BACKOUT'S BUSINESS DATE, AND THE
000325*                  CANCELLED RUN'S DATE; ITS TRAILER CARRIES THE
000326*                  COUNT AND HASH TOTAL OF THE REVERSAL RECORDS
000327*                  AND THE FEED IDENTITY OF THE CANCELLED RUN,
000328*                  WITH THE RECEIVED TOTALS ZERO.  THE CANCELLED
000329*                  RUN'S DATE IS ALPHANUMERIC AND IS SPACES ON AN
000330*                  ORDINARY EXTRACT HEADER.
000331* 10/15/2026  RMK  EXTRACT SUBSCRIBERS.  THE DAILY EXTRACT IS NOW
000332*                  SPLIT BY CCROUTE INTO ONE FILE PER SUBSCRIBER
000333*                  ON THE SUBSCRIBER TABLE (CCSUBS).  ADDED
000334*                  CC-EXT-HDR-SUB-ID, CARVED FROM THE HEADER
000335*                  FILLER, CARRYING THE SUBSCRIBER THE FILE WAS
000336*                  ROUTED TO.  IT IS SPACES ON THE MASTER EXTRACT
000337*                  AND ON ANY FILE NOT YET ROUTED.  A SUBSCRIBER
000338*                  FILE'S TRAILER CARRIES ITS OWN COUNT AND HASH
000339*                  AND THE MASTER'S FEED IDENTITY, WITH THE
000340*                  RECEIVED TOTALS ZERO AS ON THE CANCELLATION
000341*                  FILE.
000342*----------------------------------------------------------------*
000343 01  CC-EXT-REC.
000344     05  CC-EXT-REC-TYPE        PIC X(01).
000350         88  CC-EXT-IS-HEADER           VALUE 'H'.
000360         88  CC-EXT-IS-DETAIL           VALUE 'D'.
000370         88  CC-EXT-IS-TRAILER          VALUE 'T'.
000375         88  CC-EXT-IS-REVERSAL         VALUE 'R'.
000380     05  FILLER                     PIC X(79).
000390 01  CC-EXT-HEADER  REDEFINES CC-EXT-REC.
000400     05  FILLER                 PIC X(01).
000410     05  CC-EXT-HDR-PGM-ID      PIC X(08).
000420     05  CC-EXT-HDR-RUN-DATE    PIC 9(08).
000425     05  CC-EXT-HDR-CANCEL-DATE PIC X(08).
000427     05  CC-EXT-HDR-SUB-ID      PIC X(08).
000430     05  FILLER                 PIC X(47).
000440 01  CC-EXT-DETAIL  REDEFINES CC-EXT-REC.
000450     05  FILLER                 PIC X(01).
000460     05  CC-EXT-DET-ACCT-NO     PIC 9(07).
000530 01  CC-EXT-TRAILER  REDEFINES CC-EXT-REC.
000540     05  FILLER                 PIC X(01).
000550     05  CC-EXT-TRL-REC-COUNT   PIC 9(07).
000551     05  CC-EXT-TRL-DET-HASH    PIC 9(15).
000552     05  CC-EXT-TRL-SOURCE-ID   PIC X(08).
000553     05  CC-EXT-TRL-BUS-DATE    PIC 9(08).
000554     05  CC-EXT-TRL-SEQ-NO      PIC 9(06).
000555     05  CC-EXT-TRL-RECV-COUNT  PIC 9(07).
000556     05  CC-EXT-TRL-RECV-HASH   PIC 9(15).
000560     05  FILLER                 PIC X(13).
000570 01  CC-EXT-REVERSAL  REDEFINES CC-EXT-REC.
000580     05  FILLER                 PIC X(01).
000590     05  CC-EXT-REV-ACCT-NO     PIC 9(07).
000600     05  CC-EXT-REV-TEST-VALUE  PIC 9(03).
000610     05  CC-EXT-REV-CATEGORY-CD PIC X(03).
000620     05  CC-EXT-REV-EFF-DATE    PIC 9(08).
000630     05  CC-EXT-REV-CUST-NAME   PIC X(20).
000640     05  CC-EXT-REV-BRANCH-CD   PIC X(04).
000650     05  CC-EXT-REV-ORIG-DATE   PIC 9(08).
000660     05  FILLER                 PIC X(26).
