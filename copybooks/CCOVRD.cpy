000100*================================================================*
000110* CCOVRD  -  CC-OVRD-REC  -  ACCOUNT ELIGIBILITY OVERRIDE RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE ENTRY PER ACCOUNT THAT
000200*                  AN OFFICER HAS FORCED ELIGIBLE OR FORCED
000210*                  INELIGIBLE REGARDLESS OF WHAT THE ELIGIBILITY
000220*                  RULE SAYS, WITH THE REASON, THE REQUESTING
000230*                  OFFICER, AND THE DATE RANGE THE OVERRIDE IS
000240*                  LIVE FOR (BOTH DATES INCLUSIVE).  THE FILE IS
000250*                  KEPT IN ACCOUNT NUMBER ORDER, ONE ENTRY PER
000260*                  ACCOUNT, BY CCOMAINT, SO THE ELIGIBILITY RUN
000270*                  CAN MATCH IT FORWARD THE WAY IT MATCHES THE
000280*                  ACCOUNT MASTER.
000290*----------------------------------------------------------------*
000300 01  CC-OVRD-REC.
000310     05  CC-OVRD-ACCT-NO        PIC 9(07).
000320     05  CC-OVRD-ACTION         PIC X(01).
000330         88  CC-OVRD-FORCE-ELIG         VALUE 'E'.
000340         88  CC-OVRD-FORCE-INELIG       VALUE 'I'.
000350     05  CC-OVRD-REASON         PIC X(30).
000360     05  CC-OVRD-OFFICER-CD     PIC X(04).
000370     05  CC-OVRD-START-DATE     PIC 9(08).
000380     05  CC-OVRD-EXPIRY-DATE    PIC 9(08).
000390     05  FILLER                 PIC X(22).
