000520*                  THE PENDING VALUES IN MEMORY, PROMOTING FOLDS
000530*                  THEM IN FOR GOOD SO THE LIVE MAINTENANCE
000540*                  FUNCTIONS EDIT WHAT ACTUALLY RUNS.
000541* 10/15/2026  RMK  DUAL CONTROL.  CARVED AN APPROVAL CONTROL AREA
000542*                  OUT OF THE FILLER (COLUMNS 57-80, THE SAME
000543*                  PLACE ON THE ACCOUNT MASTER TRANSACTION) FOR
000544*                  THE APPROVAL GATE (CCAPPRV).  THE OPERATOR WHO
000545*                  SUBMITS A CHANGE (ENTRY TYPE 'C' OR SPACE)
000546*                  SIGNS IT IN OPER-ID; THE CHANGE WAITS ON
000547*                  THE APPROVAL QUEUE UNTIL A SECOND OPERATOR
000548*                  SUBMITS AN 'A' (APPROVE) OR 'R' (REJECT)
000549*                  ENTRY NAMING ITS CHANGE-ID.  THE GATE RELEASES
000550*                  AN APPROVED CHANGE TO CCPMAINT WITH CHANGE-ID,
000551*                  OPER-ID (THE MAKER) AND CHECKER-ID FILLED IN.
000553* 10/15/2026  RMK  ADDED THE 'NTD ' FUNCTION - THE CUSTOMER NOTICE
000555*                  REPEAT WINDOW IN BUSINESS DAYS, IN NEW-VALUE.
000557*----------------------------------------------------------------*
000560 01  CC-PMTRN-REC.
000570     05  CC-PMTRN-FUNCTION      PIC X(04).
000580         88  CC-PMTRN-IS-EQV            VALUE 'EQV '.
000730         88  CC-PMTRN-IS-PDL            VALUE 'PDL '.
000740         88  CC-PMTRN-IS-RET            VALUE 'RET '.
000750         88  CC-PMTRN-IS-PRM            VALUE 'PRM '.
000755         88  CC-PMTRN-IS-NTD            VALUE 'NTD '.
000760     05  CC-PMTRN-NEW-VALUE     PIC 9(05).
000770     05  CC-PMTRN-NEW-CAT       PIC X(03).
000780     05  CC-PMTRN-NEW-VALUE-2   PIC 9(05).
000790     05  CC-PMTRN-NEW-DATE      PIC 9(08).
000800     05  FILLER                 PIC X(31).
000810     05  CC-PMTRN-ENTRY-TYPE    PIC X(01).
000820         88  CC-PMTRN-IS-CHANGE         VALUE 'C' ' '.
000830         88  CC-PMTRN-IS-APPROVE        VALUE 'A'.
000840         88  CC-PMTRN-IS-REJECT         VALUE 'R'.
000850     05  CC-PMTRN-CHANGE-ID     PIC 9(07).
000860     05  CC-PMTRN-OPER-ID       PIC X(07).
000870     05  CC-PMTRN-CHECKER-ID    PIC X(07).
000880     05  FILLER                 PIC X(02).
