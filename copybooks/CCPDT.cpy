000100*================================================================*
000110* CCPDT  -  CC-PDT-REC  -  PROCESSING-DATE CONTROL RECORD
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  THE ONE RECORD ON THE
000200*                  PROCDATE GENERATION - THE BUSINESS DATE THE
000210*                  DAILY CHAIN IS PROCESSING, THE BUSINESS DAYS
000220*                  EITHER SIDE OF IT, ITS MONTH-END FLAG, AND
000230*                  WHETHER THE DATE IS STILL OPEN OR THE CHAIN
000240*                  FOR IT HAS FINISHED AND CLOSED IT.  THE CHAIN
000250*                  PROGRAMS TAKE THEIR RUN DATE FROM HERE RATHER
000260*                  THAN FROM THE SYSTEM CLOCK, SO A RERUN AFTER
000270*                  MIDNIGHT STILL STAMPS THE RIGHT DAY.  ONLY
000280*                  CCDTROLL WRITES IT - ROLLING A CLOSED DATE TO
000290*                  THE NEXT BUSINESS DAY, OR CLOSING AN OPEN ONE.
000300*                  THE FIRST GENERATION IS INSTALLED BY HAND WITH
000310*                  THE LAST BUSINESS DATE PROCESSED, CLOSED.
000320*----------------------------------------------------------------*
000330 01  CC-PDT-REC.
000340     05  CC-PDT-BUS-DATE        PIC 9(08).
000350     05  CC-PDT-PRIOR-DATE      PIC 9(08).
000360     05  CC-PDT-NEXT-DATE       PIC 9(08).
000370     05  CC-PDT-MONTH-END       PIC X(01).
000380         88  CC-PDT-IS-MONTH-END        VALUE 'Y'.
000390     05  CC-PDT-STATUS          PIC X(01).
000400         88  CC-PDT-OPEN                VALUE 'O'.
000410         88  CC-PDT-CLOSED              VALUE 'C'.
000420     05  CC-PDT-ROLL-TS         PIC 9(14).
000430     05  CC-PDT-CLOSE-TS        PIC 9(14).
000440     05  FILLER                 PIC X(26).
