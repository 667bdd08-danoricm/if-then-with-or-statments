000100*================================================================*
000110* CCFREG  -  CC-FREG-REC  -  SOURCE FEED REGISTER
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE RECORD PER SOURCE
000200*                  SYSTEM, HOLDING THE LAST FEED CCEDIT ACCEPTED
000210*                  FROM IT - BUSINESS DATE, SEQUENCE NUMBER, AND
000220*                  THE TOTALS IT CARRIED.  THE NEXT FEED MUST
000230*                  CARRY THE NEXT SEQUENCE NUMBER (999999 WRAPS
000240*                  TO 000001) AND A LATER BUSINESS DATE.  A NEW
000250*                  SOURCE IS INSTALLED BY ADDING ITS RECORD WITH
000260*                  THE SEQUENCE NUMBER BEFORE ITS FIRST FEED.
000270*----------------------------------------------------------------*
000280 01  CC-FREG-REC.
000290     05  CC-FREG-SOURCE-ID      PIC X(08).
000300     05  CC-FREG-LAST-BUS-DATE  PIC 9(08).
000310     05  CC-FREG-LAST-SEQ-NO    PIC 9(06).
000320     05  CC-FREG-LAST-COUNT     PIC 9(07).
000330     05  CC-FREG-LAST-HASH      PIC 9(15).
000340     05  CC-FREG-ACCEPT-DATE    PIC 9(08).
000350     05  FILLER                 PIC X(28).
