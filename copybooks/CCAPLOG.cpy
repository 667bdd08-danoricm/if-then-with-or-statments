000100*================================================================*
000110* CCAPLOG  -  CC-APLOG-REC  -  MAINTENANCE APPROVAL DECISION LOG
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE ENTRY EACH TIME THE
000200*                  APPROVAL GATE MOVES A CHANGE ALONG - SUBMITTED
000210*                  TO THE QUEUE, APPROVED AND RELEASED TO THE
000220*                  MAINTENANCE RUN, REJECTED, OR EXPIRED
000230*                  UNAPPROVED - WITH THE MAKER AND (ONCE THERE IS
000240*                  ONE) THE CHECKER.  A CHANGE THAT EXPIRES NEVER
000250*                  REACHES PMAUDIT OR AMAUDIT, SO THIS IS THE ONLY
000260*                  RECORD THAT IT WAS EVER ASKED FOR.  TRAN-KEY IS
000270*                  THE FIRST 11 COLUMNS OF THE TRANSACTION -
000280*                  FUNCTION AND NEW VALUE FOR A PARAMETER CHANGE,
000290*                  ACCOUNT AND FUNCTION FOR AN ACCOUNT MASTER
000300*                  CHANGE.
000310*----------------------------------------------------------------*
000320 01  CC-APLOG-REC.
000330     05  CC-APLOG-QUEUE-ID      PIC X(02).
000340     05  CC-APLOG-CHANGE-ID     PIC 9(07).
000350     05  CC-APLOG-ACTION        PIC X(01).
000360         88  CC-APLOG-SUBMITTED         VALUE 'S'.
000370         88  CC-APLOG-APPROVED          VALUE 'A'.
000380         88  CC-APLOG-REJECTED          VALUE 'R'.
000390         88  CC-APLOG-EXPIRED           VALUE 'X'.
000400     05  CC-APLOG-MAKER-ID      PIC X(07).
000410     05  CC-APLOG-CHECKER-ID    PIC X(07).
000420     05  CC-APLOG-SUBMIT-DATE   PIC 9(08).
000430     05  CC-APLOG-TIMESTAMP     PIC 9(14).
000440     05  CC-APLOG-TRAN-KEY      PIC X(11).
000450     05  FILLER                 PIC X(23).
