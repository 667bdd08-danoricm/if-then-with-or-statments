000100*================================================================*
000110* CCBOLOG  -  CC-BOLOG-REC  -  BRANCH/OFFICER MAINT CHANGE LOG
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE ENTRY PER MAINTENANCE
000200*                  TRANSACTION APPLIED TO THE BRANCH/OFFICER
000210*                  REFERENCE FILE - THE TYPE AND CODE, THE
000220*                  FUNCTION, THE BEFORE/AFTER VALUE, AND THE
000230*                  OPERATOR - THE WAY CCAMLOG TRACES AN ACCOUNT
000240*                  MASTER CHANGE.  BEFORE/AFTER ARE AS WIDE AS A
000250*                  NAME, SO A NAME CHANGE IS LOGGED IN FULL.
000260*----------------------------------------------------------------*
000270 01  CC-BOLOG-REC.
000280     05  CC-BOLOG-TYPE          PIC X(01).
000290     05  CC-BOLOG-CODE          PIC X(04).
000300     05  CC-BOLOG-FUNCTION      PIC X(04).
000310     05  CC-BOLOG-BEFORE        PIC X(24).
000320     05  CC-BOLOG-AFTER         PIC X(24).
000330     05  CC-BOLOG-TIMESTAMP     PIC 9(14).
000340     05  CC-BOLOG-OPER-ID       PIC X(07).
000350     05  FILLER                 PIC X(02).
