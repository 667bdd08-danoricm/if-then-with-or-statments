000100*================================================================*
000110* CCAPQ  -  CC-APQ-REC  -  MAINTENANCE APPROVAL QUEUE RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE QUEUE PER MAINTENANCE
000200*                  RUN (PARAMETER AND ACCOUNT MASTER) HOLDING THE
000210*                  CHANGES SUBMITTED BY ONE OPERATOR AND STILL
000220*                  WAITING FOR A SECOND OPERATOR TO APPROVE OR
000230*                  REJECT THEM.  THE FIRST RECORD IS A HEADER,
000240*                  TOLD APART BY BYTE 1, NAMING THE QUEUE AND
000250*                  CARRYING THE LAST CHANGE-ID HANDED OUT, SO A
000260*                  CHANGE-ID IS NEVER REUSED EVEN AFTER THE QUEUE
000270*                  EMPTIES, AND THE EXPIRY WINDOW IN DAYS - A
000280*                  CHANGE NOT APPROVED WITHIN IT IS DROPPED (ZERO
000290*                  OR SPACES MEANS THE STANDARD SEVEN DAYS).  THE
000300*                  QUEUE IS INSTALLED WITH THAT HEADER ALONE.
000310*                  EACH DETAIL RECORD IS ONE WAITING CHANGE - ITS
000320*                  ID, THE MAKER, THE DATE SUBMITTED, AND COLUMNS
000330*                  1-56 OF THE ORIGINAL TRANSACTION, WHICH IS ALL
000340*                  OF IT BUT THE APPROVAL CONTROL AREA.
000350*----------------------------------------------------------------*
000360 01  CC-APQ-REC.
000370     05  CC-APQ-REC-TYPE        PIC X(01).
000380         88  CC-APQ-IS-HEADER           VALUE 'H'.
000390         88  CC-APQ-IS-CHANGE           VALUE 'D'.
000400     05  CC-APQ-CHANGE-ID       PIC 9(07).
000410     05  CC-APQ-MAKER-ID        PIC X(07).
000420     05  CC-APQ-SUBMIT-DATE     PIC 9(08).
000430     05  CC-APQ-TRAN-DATA.
000433         10  CC-APQ-TRAN-KEY    PIC X(11).
000436         10  FILLER             PIC X(45).
000440     05  FILLER                 PIC X(01).
000450 01  CC-APQ-HDR-REC  REDEFINES CC-APQ-REC.
000460     05  FILLER                 PIC X(01).
000470     05  CC-APQ-HDR-LAST-ID     PIC 9(07).
000480     05  CC-APQ-HDR-QUEUE-ID    PIC X(02).
000490         88  CC-APQ-HDR-IS-PARM         VALUE 'PM'.
000500         88  CC-APQ-HDR-IS-ACCT         VALUE 'AM'.
000510     05  CC-APQ-HDR-EXPIRE-DAYS PIC 9(03).
000520     05  FILLER                 PIC X(67).
