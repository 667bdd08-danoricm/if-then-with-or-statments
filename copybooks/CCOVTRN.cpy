000100*================================================================*
000110* CCOVTRN  -  CC-OVTRN-REC  -  OVERRIDE MAINTENANCE TRANSACTION
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE TRANSACTION PER
000200*                  MAINTENANCE REQUEST AGAINST THE ACCOUNT
000210*                  OVERRIDE FILE - ADD AN OVERRIDE, MOVE ITS
000220*                  EXPIRY DATE, OR DELETE IT.  TO CHANGE THE
000230*                  ACTION OR REASON, DELETE AND ADD THE SAME
000240*                  ACCOUNT IN ONE RUN (THE SORT KEEPS THEM IN
000250*                  THAT ORDER).  THE FILE ARRIVES SORTED BY
000260*                  ACCOUNT NUMBER, AS THE ACCOUNT MASTER
000270*                  TRANSACTIONS DO.
000280*----------------------------------------------------------------*
000290 01  CC-OVTRN-REC.
000300     05  CC-OVTRN-ACCT-NO       PIC 9(07).
000310     05  CC-OVTRN-FUNCTION      PIC X(04).
000320         88  CC-OVTRN-IS-ADD            VALUE 'ADD '.
000330         88  CC-OVTRN-IS-EXPIRY         VALUE 'EXP '.
000340         88  CC-OVTRN-IS-DELETE         VALUE 'DEL '.
000350     05  CC-OVTRN-ACTION        PIC X(01).
000360     05  CC-OVTRN-REASON        PIC X(30).
000370     05  CC-OVTRN-OFFICER-CD    PIC X(04).
000380     05  CC-OVTRN-START-DATE    PIC 9(08).
000390     05  CC-OVTRN-EXPIRY-DATE   PIC 9(08).
000400     05  FILLER                 PIC X(18).
