000100*================================================================*
000110* CCFEED  -  CC-FEED-REC  -  SOURCE FEED HEADER/TRAILER RECORDS
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  THE SOURCE SYSTEM LEADS
000200*                  TRANFILE WITH ONE 'HDR' RECORD (SOURCE ID,
000210*                  BUSINESS DATE, FEED SEQUENCE NUMBER) AND TRAILS
000220*                  IT WITH ONE 'TRL' RECORD (DETAIL RECORD COUNT
000230*                  AND HASH TOTAL).  EVERY RECORD IN BETWEEN IS A
000240*                  CC-ELIG-REC DETAIL.  THE HASH TOTAL IS THE SUM
000250*                  OF ACCOUNT NUMBER PLUS TEST VALUE OVER EVERY
000260*                  DETAIL - A FIELD THAT IS NOT NUMERIC ADDS ZERO,
000270*                  ON BOTH SIDES OF THE INTERFACE.
000280*                  CCEDIT PROVES THE FEED AGAINST ITS TRAILER AND
000290*                  LEADS THE EDITED FILE WITH THE SAME HEADER,
000300*                  STAMPED WITH THE PROVED FEED TOTALS AND THE
000310*                  TOTALS OF THE RECYCLED CORRECTIONS SORTED IN
000320*                  WITH IT - TOGETHER, EVERYTHING THE EDIT
000330*                  RECEIVED.  THOSE FIELDS ARE SPACES ON THE
000340*                  SOURCE SYSTEM'S OWN HEADER.
000350*----------------------------------------------------------------*
000360 01  CC-FEED-REC.
000370     05  CC-FEED-REC-ID         PIC X(03).
000380         88  CC-FEED-IS-HEADER          VALUE 'HDR'.
000390         88  CC-FEED-IS-TRAILER         VALUE 'TRL'.
000400     05  FILLER                 PIC X(77).
000410 01  CC-FEED-HEADER  REDEFINES CC-FEED-REC.
000420     05  FILLER                 PIC X(03).
000430     05  CC-FEED-HDR-SOURCE-ID  PIC X(08).
000440     05  CC-FEED-HDR-BUS-DATE   PIC 9(08).
000450     05  CC-FEED-HDR-SEQ-NO     PIC 9(06).
000460     05  CC-FEED-HDR-FEED-COUNT PIC 9(07).
000470     05  CC-FEED-HDR-FEED-HASH  PIC 9(15).
000480     05  CC-FEED-HDR-RCY-COUNT  PIC 9(07).
000490     05  CC-FEED-HDR-RCY-HASH   PIC 9(15).
000500     05  FILLER                 PIC X(11).
000510 01  CC-FEED-DETAIL  REDEFINES CC-FEED-REC.
000520     05  CC-FEED-DET-ACCT-NO    PIC 9(07).
000530     05  CC-FEED-DET-TEST-VALUE PIC 9(03).
000540     05  FILLER                 PIC X(70).
000550 01  CC-FEED-TRAILER  REDEFINES CC-FEED-REC.
000560     05  FILLER                 PIC X(03).
000570     05  CC-FEED-TRL-REC-COUNT  PIC 9(07).
000580     05  CC-FEED-TRL-HASH       PIC 9(15).
000590     05  FILLER                 PIC X(55).
