000100*================================================================*
000110* CCOVLOG  -  CC-OVLOG-REC  -  OVERRIDE MAINTENANCE CHANGE LOG
000120*================================================================*
000130* AUTHOR.       R KOVACH.
000140* INSTALLATION. CONSUMER LENDING SYSTEMS - BATCH.
000150* DATE-WRITTEN. 10/15/2026.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------*
000190* 10/15/2026  RMK  ORIGINAL COPYBOOK.  ONE ENTRY PER MAINTENANCE
000200*                  TRANSACTION APPLIED TO THE ACCOUNT OVERRIDE
000210*                  FILE - THE ACCOUNT, THE FUNCTION, THE OFFICER
000220*                  WHO ASKED FOR IT, AND THE BEFORE/AFTER VALUES
000230*                  (ACTION, START AND EXPIRY DATE) - THE WAY
000240*                  CCAMLOG TRACES AN ACCOUNT MASTER CHANGE.
000250*----------------------------------------------------------------*
000260 01  CC-OVLOG-REC.
000270     05  CC-OVLOG-ACCT-NO       PIC 9(07).
000280     05  CC-OVLOG-FUNCTION      PIC X(04).
000290     05  CC-OVLOG-BEFORE        PIC X(20).
000300     05  CC-OVLOG-AFTER         PIC X(20).
000310     05  CC-OVLOG-TIMESTAMP     PIC 9(14).
000320     05  CC-OVLOG-OFFICER-CD    PIC X(04).
000330     05  FILLER                 PIC X(11).
