000390*                  CONSOLIDATION STEP CAN SHOW THE COMBINED
000400*                  COUNTS SEGMENT BY SEGMENT.  ZERO (OR SPACES ON
000410*                  AN OLD RECORD) MEANS AN UNSEGMENTED RUN.
000411* 10/15/2026  RMK  ADDED THE OVERRIDE COUNTS, CARVED FROM THE
000412*                  FILLER - RECORDS FORCED ELIGIBLE AND FORCED
000413*                  INELIGIBLE BY A LIVE ACCOUNT OVERRIDE.  MATCHED
000414*                  + REJECTED + SUPPRESSED + BOTH OVERRIDE COUNTS
000415*                  = READ.  THE EXTRACT CARRIES MATCHED + FORCED
000416*                  ELIGIBLE DETAILS.  SPACES ON AN OLD RECORD
000417*                  MEAN NO OVERRIDES.
000418* 10/15/2026  RMK  SOURCE FEED CONTROL TOTALS.  THE COUNTS RECORD
000419*                  NOW CARRIES THE HASH TOTAL (ACCOUNT NUMBER PLUS
000420*                  TEST VALUE) OF THE RECORDS IT READ, AND A
000421*                  RECORD TYPE IN THE LAST BYTE.  A SPACE THERE
000422*                  (EVERY OLD RECORD) IS A COUNTS RECORD; AN 'F'
000423*                  IS THE FEED RECORD EACH RUN SEGMENT WRITES
000424*                  AHEAD OF ITS COUNTS - THE FEED IDENTITY AND THE
000425*                  TOTALS CCEDIT RECEIVED (FEED PLUS RECYCLED
000426*                  CORRECTIONS), TAKEN FROM THE EDITED FILE'S
000427*                  HEADER.  RECEIVED = BAD (BADDATA) + READ, AND
000428*                  THE SAME FOR THE HASH TOTALS.  READERS THAT SUM
000429*                  THE COUNTS MUST SKIP THE FEED RECORDS.
000430* 10/15/2026  RMK  RUN BACKOUT.  ADDED THE REVERSAL FLAG AND DATE,
000431*                  CARVED FROM THE FILLER.  CCBKOUT SETS THEM ON
000432*                  EVERY COUNTS RECORD OF A RUN IT HAS BACKED OUT,
000433*                  WITH THE BUSINESS DATE OF THE BACKOUT, AND THE
000434*                  MONTH-END STATISTICS AND OPERATIONS REPORTS
000435*                  LEAVE THAT RUN OUT.  SPACES (EVERY OLD RECORD)
000436*                  MEAN THE RUN STANDS.
000437*----------------------------------------------------------------*
000438 01  CC-CTL-REC.
000440     05  CC-CTL-RUN-DATE        PIC 9(08).
000450     05  CC-CTL-RECS-READ       PIC 9(07).
000460     05  CC-CTL-MATCH-COUNT     PIC 9(07).
000470     05  CC-CTL-REJECT-COUNT    PIC 9(07).
000480     05  CC-CTL-SUPP-COUNT      PIC 9(07).
000490     05  CC-CTL-SEG-ID          PIC 9(02).
000491     05  CC-CTL-OVRD-ELIG       PIC 9(07).
000492     05  CC-CTL-OVRD-INEL       PIC 9(07).
000500     05  CC-CTL-READ-HASH       PIC 9(15).
000502     05  CC-CTL-REV-IND         PIC X(01).
000504         88  CC-CTL-IS-REVERSED         VALUE 'R'.
000506     05  CC-CTL-REV-DATE        PIC 9(08).
000510     05  FILLER                 PIC X(03).
000520     05  CC-CTL-REC-TYPE        PIC X(01).
000530         88  CC-CTL-IS-COUNTS           VALUE SPACE.
000540         88  CC-CTL-IS-FEED             VALUE 'F'.
000550 01  CC-CTL-FEED-REC  REDEFINES CC-CTL-REC.
000560     05  CC-CTL-FD-RUN-DATE     PIC 9(08).
000570     05  CC-CTL-FD-SOURCE-ID    PIC X(08).
000580     05  CC-CTL-FD-BUS-DATE     PIC 9(08).
000590     05  CC-CTL-FD-SEQ-NO       PIC 9(06).
000600     05  CC-CTL-FD-FEED-COUNT   PIC 9(07).
000610     05  CC-CTL-FD-FEED-HASH    PIC 9(15).
000620     05  CC-CTL-FD-RCY-COUNT    PIC 9(07).
000630     05  CC-CTL-FD-RCY-HASH     PIC 9(15).
000640     05  FILLER                 PIC X(06).
