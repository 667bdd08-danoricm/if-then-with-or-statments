000100*================================================================*
000110* CCNOTE  -  CC-NOTE-REC  -  CUSTOMER NOTICES-SENT REGISTER ENTRY
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE ENTRY PER CUSTOMER
000200*                  LETTER THE NOTICE RUN (CCNOTIFY) PRODUCES -
000210*                  A WELCOME NOTICE FOR A NEWLY ELIGIBLE ACCOUNT
000220*                  OR A DECLINE NOTICE GIVING THE REJECT REASON.
000230*                  THE REGISTER IS A GDG KEPT IN ACCOUNT NUMBER
000240*                  ORDER, AND IN DATE ORDER WITHIN AN ACCOUNT;
000250*                  EACH NOTICE RUN COPIES IT FORWARD WITH THE
000260*                  DAY'S ENTRIES MERGED IN.  THE SENT DATE IS THE
000270*                  BUSINESS DATE OF THE RUN, AND THE LETTER NUMBER
000280*                  TIES THE ENTRY TO THE PRINTED LETTER AND THE
000290*                  MAIL-HOUSE RECORD OF THE SAME RUN.  THE
000300*                  CHANNEL SAYS HOW THE LETTER LEFT - THROUGH THE
000310*                  MAIL HOUSE, PRINTED FOR BRANCH DELIVERY, OR
000320*                  PRINTED AND HELD FOR THE BRANCH BECAUSE THE
000330*                  MAILING ADDRESS ON THE MASTER IS INCOMPLETE.
000340*----------------------------------------------------------------*
000350 01  CC-NOTE-REC.
000360     05  CC-NOTE-ACCT-NO        PIC 9(07).
000370     05  CC-NOTE-SENT-DATE      PIC 9(08).
000380     05  CC-NOTE-TYPE           PIC X(01).
000390         88  CC-NOTE-IS-WELCOME         VALUE 'W'.
000400         88  CC-NOTE-IS-DECLINE         VALUE 'D'.
000410     05  CC-NOTE-REASON-CD      PIC X(12).
000420     05  CC-NOTE-LETTER-NO      PIC 9(07).
000430     05  CC-NOTE-CHANNEL        PIC X(01).
000440         88  CC-NOTE-BY-MAIL            VALUE 'M'.
000450         88  CC-NOTE-BY-BRANCH          VALUE 'B'.
000460         88  CC-NOTE-HELD               VALUE 'H'.
000470     05  CC-NOTE-CUST-NAME      PIC X(20).
000480     05  CC-NOTE-BRANCH-CD      PIC X(04).
000490     05  CC-NOTE-OFFICER-CD     PIC X(04).
000500     05  FILLER                 PIC X(16).
