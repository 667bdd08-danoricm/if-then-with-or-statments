000100*================================================================*
000110* CCBOFF  -  CC-BOFF-REC  -  BRANCH/OFFICER REFERENCE RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE RECORD PER BRANCH ('B')
000200*                  AND PER LOAN OFFICER ('O'), KEYED BY TYPE AND
000210*                  CODE AND KEPT IN THAT ORDER BY CCBMAINT - EVERY
000220*                  BRANCH AHEAD OF EVERY OFFICER.  THE BRANCH AND
000230*                  OFFICER CODES ON THE ACCOUNT MASTER MUST BE ON
000240*                  THIS FILE AND ACTIVE.  A BRANCH CARRIES ITS
000250*                  REGION; AN OFFICER CARRIES THE BRANCH IT IS
000260*                  ASSIGNED TO.  A CODE IS NEVER DELETED - A
000270*                  CLOSED BRANCH OR DEPARTED OFFICER IS MARKED
000280*                  INACTIVE, SO ITS NAME STILL PRINTS ON OLDER
000290*                  WORK.  THE STATUS DATE IS THE DAY THE CODE WAS
000300*                  ADDED OR LAST CHANGED STATUS.
000310*----------------------------------------------------------------*
000320 01  CC-BOFF-REC.
000330     05  CC-BOFF-KEY.
000340         10  CC-BOFF-TYPE       PIC X(01).
000350             88  CC-BOFF-IS-BRANCH      VALUE 'B'.
000360             88  CC-BOFF-IS-OFFICER     VALUE 'O'.
000370         10  CC-BOFF-CODE       PIC X(04).
000380     05  CC-BOFF-NAME           PIC X(24).
000390     05  CC-BOFF-STATUS         PIC X(01).
000400         88  CC-BOFF-IS-ACTIVE          VALUE 'A'.
000410         88  CC-BOFF-IS-INACTIVE        VALUE 'I'.
000420     05  CC-BOFF-REGION         PIC X(04).
000430     05  CC-BOFF-OFF-BRANCH     PIC X(04).
000440     05  CC-BOFF-STATUS-DATE    PIC 9(08).
000450     05  FILLER                 PIC X(34).
