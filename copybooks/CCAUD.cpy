000230* 08/22/2026  RMK  ADDED THE CATEGORY CODE OF THE RECORD TESTED,
000240*                  SO THE MONTH-END STATISTICS CAN REPORT VOLUME
000250*                  BY CATEGORY STRAIGHT OFF THE AUDIT TRAIL.
000251* 10/15/2026  RMK  ADDED THE OVERRIDE ACTION, CARVED FROM THE
000252*                  FILLER.  WHEN A LIVE ACCOUNT OVERRIDE DECIDED
000253*                  THE RECORD THE DISPOSITION IS 'OVRD' AND THIS
000254*                  BYTE SAYS WHICH WAY - 'E' FORCED ELIGIBLE (THE
000255*                  RECORD WENT TO THE EXTRACT) OR 'I' FORCED
000256*                  INELIGIBLE.  SPACE OTHERWISE.
000260*----------------------------------------------------------------*
000270 01  CC-AUD-REC.
000280     05  CC-AUD-ACCT-NO         PIC 9(07).
000300     05  CC-AUD-DISPOSITION     PIC X(04).
000310     05  CC-AUD-TIMESTAMP       PIC 9(14).
000320     05  CC-AUD-CATEGORY-CD     PIC X(03).
000321     05  CC-AUD-OVRD-ACTION     PIC X(01).
000322         88  CC-AUD-OVRD-ELIG           VALUE 'E'.
000323         88  CC-AUD-OVRD-INEL           VALUE 'I'.
000330     05  FILLER                 PIC X(48).
