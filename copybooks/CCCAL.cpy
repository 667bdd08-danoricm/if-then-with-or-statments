000100*================================================================*
000110* CCCAL  -  CC-CAL-REC  -  SHOP CALENDAR
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE RECORD FOR EVERY
000200*                  CALENDAR DAY, IN DATE ORDER WITH NO GAPS -
000210*                  WHETHER THE SHOP IS OPEN THAT DAY (A BUSINESS
000220*                  DAY) OR CLOSED FOR A WEEKEND OR A HOLIDAY,
000230*                  AND WHETHER IT IS THE LAST BUSINESS DAY OF
000240*                  ITS MONTH.  THE PROCESSING-DATE ROLL TAKES THE
000250*                  NEXT BUSINESS DAY FROM IT, AND EVERY PROGRAM
000260*                  THAT COUNTS A WINDOW OR AN AGE COUNTS THE
000270*                  BUSINESS DAYS ON IT.  OPERATIONS EXTENDS IT A
000280*                  YEAR AT A TIME, AHEAD OF NEED.
000290*----------------------------------------------------------------*
000300 01  CC-CAL-REC.
000310     05  CC-CAL-DATE            PIC 9(08).
000320     05  CC-CAL-DAY-TYPE        PIC X(01).
000330         88  CC-CAL-BUS-DAY             VALUE 'B'.
000340         88  CC-CAL-WEEKEND             VALUE 'W'.
000350         88  CC-CAL-HOLIDAY             VALUE 'H'.
000360     05  CC-CAL-MONTH-END       PIC X(01).
000370         88  CC-CAL-IS-MONTH-END        VALUE 'Y'.
000380     05  CC-CAL-DAY-NAME        PIC X(03).
000390     05  CC-CAL-HOLIDAY-NAME    PIC X(20).
000400     05  FILLER                 PIC X(47).
