000100*================================================================*
000110* CCBOTRN  -  CC-BOTRN-REC  -  BRANCH/OFFICER MAINT TRANSACTION
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE TRANSACTION PER
000200*                  MAINTENANCE REQUEST AGAINST THE BRANCH/OFFICER
000210*                  REFERENCE FILE, KEYED BY TYPE ('B' OR 'O') AND
000220*                  CODE - ADD A CODE, CHANGE ITS NAME, CHANGE A
000230*                  BRANCH'S REGION, ASSIGN AN OFFICER TO A BRANCH,
000240*                  OR MARK THE CODE INACTIVE OR ACTIVE AGAIN.  THE
000250*                  FILE ARRIVES SORTED BY TYPE AND CODE, SO BRANCH
000260*                  CHANGES ARE APPLIED BEFORE THE OFFICER CHANGES
000270*                  THAT MAY DEPEND ON THEM.  OPER-ID NAMES THE
000280*                  OPERATOR FOR THE CHANGE LOG.
000290*----------------------------------------------------------------*
000300 01  CC-BOTRN-REC.
000310     05  CC-BOTRN-KEY.
000320         10  CC-BOTRN-TYPE      PIC X(01).
000330             88  CC-BOTRN-IS-BRANCH     VALUE 'B'.
000340             88  CC-BOTRN-IS-OFFICER    VALUE 'O'.
000350         10  CC-BOTRN-CODE      PIC X(04).
000360     05  CC-BOTRN-FUNCTION      PIC X(04).
000370         88  CC-BOTRN-IS-ADD            VALUE 'ADD '.
000380         88  CC-BOTRN-IS-NAME           VALUE 'NAM '.
000390         88  CC-BOTRN-IS-REGION         VALUE 'RGN '.
000400         88  CC-BOTRN-IS-ASSIGN         VALUE 'ASG '.
000410         88  CC-BOTRN-IS-INACTIVATE     VALUE 'INA '.
000420         88  CC-BOTRN-IS-ACTIVATE       VALUE 'ACT '.
000430     05  CC-BOTRN-NAME          PIC X(24).
000440     05  CC-BOTRN-REGION        PIC X(04).
000450     05  CC-BOTRN-OFF-BRANCH    PIC X(04).
000460     05  CC-BOTRN-OPER-ID       PIC X(07).
000470     05  FILLER                 PIC X(32).
