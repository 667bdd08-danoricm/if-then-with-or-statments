000240*                  THE MAINTENANCE RUN CAN MATCH IT FORWARD
000250*                  AGAINST THE MASTER AND KEEP THE NEW MASTER IN
000260*                  ACCOUNT NUMBER ORDER.
000261* 10/15/2026  RMK  DUAL CONTROL.  CARVED AN APPROVAL CONTROL AREA
000262*                  OUT OF THE FILLER (COLUMNS 57-80, THE SAME
000263*                  PLACE ON THE PARAMETER MAINTENANCE
000264*                  TRANSACTION) FOR THE APPROVAL GATE (CCAPPRV).
000265*                  THE MAKER SUBMITS A CHANGE (ENTRY TYPE 'C' OR
000266*                  SPACE) SIGNED IN OPER-ID; A SECOND OPERATOR
000267*                  APPROVES ('A') OR REJECTS ('R') IT BY
000268*                  CHANGE-ID.  THE GATE RELEASES AN APPROVED
000269*                  CHANGE WITH CHANGE-ID, OPER-ID (THE MAKER) AND
000270*                  CHECKER-ID FILLED IN.
000271* 10/15/2026  RMK  CUSTOMER NOTICES.  NEW FUNCTIONS FOR THE
000272*                  MAILING ADDRESS AND NOTIFICATION PREFERENCE
000273*                  NOW ON THE MASTER, EACH WITH ITS OWN VIEW OF
000274*                  COLUMNS 12-56:  'AD1 '/'AD2 ' - AN ADDRESS LINE
000275*                  (AD2 MAY BE BLANK TO CLEAR LINE 2); 'CSZ ' -
000276*                  CITY, STATE, AND ZIP+4; 'NTF ' - THE
000277*                  PREFERENCE CODE (M, B, OR N).
000278* 10/15/2026  RMK  BRANCH/OFFICER REFERENCE FILE.  NEW BULK
000279*                  TRANSFER FUNCTIONS 'XOF ' (OFFICER) AND 'XBR '
000280*                  (BRANCH) MOVE EVERY ACCOUNT ON THE MASTER
000281*                  CARRYING THE FROM-CODE TO THE TO-CODE, WITH THE
000282*                  CODES IN COLUMNS 12-19.  A TRANSFER CARRIES
000283*                  ACCOUNT NUMBER 0000000, SO THE SORT PUTS IT
000284*                  AHEAD OF EVERY ACCOUNT TRANSACTION.
000285*----------------------------------------------------------------*
000286 01  CC-AMTRN-REC.
000290     05  CC-AMTRN-ACCT-NO       PIC 9(07).
000300     05  CC-AMTRN-FUNCTION      PIC X(04).
000310         88  CC-AMTRN-IS-ADD            VALUE 'ADD '.
000340         88  CC-AMTRN-IS-OFFICER        VALUE 'OFF '.
000350         88  CC-AMTRN-IS-OPEN           VALUE 'OPN '.
000360         88  CC-AMTRN-IS-CLOSE          VALUE 'CLS '.
000362         88  CC-AMTRN-IS-ADDR-1         VALUE 'AD1 '.
000364         88  CC-AMTRN-IS-ADDR-2         VALUE 'AD2 '.
000366         88  CC-AMTRN-IS-CITY-ST-ZIP    VALUE 'CSZ '.
000368         88  CC-AMTRN-IS-NOTIFY         VALUE 'NTF '.
000371         88  CC-AMTRN-IS-XFR-OFFICER    VALUE 'XOF '.
000374         88  CC-AMTRN-IS-XFR-BRANCH     VALUE 'XBR '.
000377     05  CC-AMTRN-CUST-NAME     PIC X(20).
000380     05  CC-AMTRN-BRANCH-CD     PIC X(04).
000390     05  CC-AMTRN-OFFICER-CD    PIC X(04).
000400     05  FILLER                 PIC X(17).
000410     05  CC-AMTRN-ENTRY-TYPE    PIC X(01).
000420         88  CC-AMTRN-IS-CHANGE         VALUE 'C' ' '.
000430         88  CC-AMTRN-IS-APPROVE        VALUE 'A'.
000440         88  CC-AMTRN-IS-REJECT         VALUE 'R'.
000450     05  CC-AMTRN-CHANGE-ID     PIC 9(07).
000460     05  CC-AMTRN-OPER-ID       PIC X(07).
000470     05  CC-AMTRN-CHECKER-ID    PIC X(07).
000480     05  FILLER                 PIC X(02).
000490 01  CC-AMTRN-ADDR-REC  REDEFINES CC-AMTRN-REC.
000500     05  FILLER                 PIC X(11).
000510     05  CC-AMTRN-ADDR-LINE     PIC X(30).
000520     05  FILLER                 PIC X(39).
000530 01  CC-AMTRN-CSZ-REC  REDEFINES CC-AMTRN-REC.
000540     05  FILLER                 PIC X(11).
000550     05  CC-AMTRN-CITY          PIC X(20).
000560     05  CC-AMTRN-STATE         PIC X(02).
000570     05  CC-AMTRN-ZIP-5         PIC X(05).
000580     05  CC-AMTRN-ZIP-4         PIC X(04).
000590     05  FILLER                 PIC X(38).
000600 01  CC-AMTRN-NTF-REC  REDEFINES CC-AMTRN-REC.
000610     05  FILLER                 PIC X(11).
000620     05  CC-AMTRN-NOTIFY-PREF   PIC X(01).
000630         88  CC-AMTRN-NOTIFY-VALID      VALUE 'M' 'B' 'N'.
000640     05  FILLER                 PIC X(68).
000650 01  CC-AMTRN-XFR-REC  REDEFINES CC-AMTRN-REC.
000660     05  CC-AMTRN-XFR-ACCT      PIC X(07).
000670     05  FILLER                 PIC X(04).
000680     05  CC-AMTRN-XFR-FROM      PIC X(04).
000690     05  CC-AMTRN-XFR-TO        PIC X(04).
000700     05  FILLER                 PIC X(61).
