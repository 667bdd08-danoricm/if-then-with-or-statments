000370*                  IS REPORTED AND IGNORED, AND THE RUN ENDS WITH
000380*                  RC=4 SO THE REJECTED MAINTENANCE IS NOTICED
000390*                  INSTEAD OF ASSUMED APPLIED.
000391* 10/15/2026  RMK  DUAL CONTROL.  AMTRANS NOW COMES FROM THE
000392*                  APPROVAL GATE (CCAPPRV), WHICH RELEASES A
000393*                  CHANGE ONLY ONCE A SECOND OPERATOR HAS
000394*                  APPROVED IT.  A TRANSACTION NOT SIGNED BY TWO
000395*                  DIFFERENT OPERATORS IS A TRANSACTION IN ERROR.
000396*                  AMAUDIT CARRIES THE MAKER AND THE CHECKER OF
000397*                  EVERY CHANGE.
000398* 10/15/2026  RMK  CUSTOMER NOTICES.  THE MASTER RECORD IS NOW 160
000399*                  BYTES AND CARRIES A MAILING ADDRESS AND A
000400*                  NOTIFICATION PREFERENCE.  NEW FUNCTIONS 'AD1 '
000401*                  AND 'AD2 ' (ADDRESS LINES - LINE 2 MAY BE
000402*                  CLEARED), 'CSZ ' (CITY, STATE, ZIP+4 - THE
000403*                  ZIP MUST BE NUMERIC) AND 'NTF ' (PREFERENCE M,
000404*                  B, OR N).  AN ADDED ACCOUNT STARTS WITH NOTICES
000405*                  BY MAIL.  THE LOG'S BEFORE/AFTER FIELDS HOLD
000406*                  20 CHARACTERS, SO AN ADDRESS LINE IS LOGGED BY
000407*                  ITS FIRST 20 AND CITY/STATE/ZIP AS 'ST ZIP
000408*                  CITY'.
000409* 10/15/2026  RMK  BRANCH/OFFICER REFERENCE FILE.  THE BRANCH AND
000410*                  OFFICER CODES ON AN 'ADD ', 'BRN ' OR 'OFF '
000411*                  MUST BE ON THE BRNOFF FILE (MAINTAINED BY
000412*                  CCBMAINT) AND ACTIVE, OR THE TRANSACTION IS IN
000413*                  ERROR.  NEW BULK TRANSFER FUNCTIONS 'XOF ' AND
000414*                  'XBR ' MOVE EVERY ACCOUNT FROM ONE OFFICER OR
000415*                  BRANCH TO ANOTHER IN ONE TRANSACTION.  THE
000416*                  TO-CODE MUST BE ACTIVE; THE FROM-CODE MAY BE
000417*                  INACTIVE OR NOT ON FILE AT ALL, WHICH IS HOW A
000418*                  MISKEYED CODE IS CLEARED.  TRANSFERS CARRY
000419*                  ACCOUNT ZERO AND ARE TAKEN BEFORE THE MASTER IS
000420*                  READ, THEN APPLIED TO EACH MASTER RECORD AS IT
000421*                  IS READ - AHEAD OF THAT ACCOUNT'S OWN
000422*                  TRANSACTIONS - AND EACH ACCOUNT MOVED IS LOGGED
000423*                  TO AMAUDIT UNDER THE TRANSFER'S MAKER AND
000424*                  CHECKER.
000425*----------------------------------------------------------------*
000426 ENVIRONMENT DIVISION.
000427 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AMTRANS    ASSIGN TO AMTRANS
000450            ORGANIZATION IS SEQUENTIAL.
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT AMAUDIT    ASSIGN TO AMAUDIT
000510            ORGANIZATION IS SEQUENTIAL.
000513     SELECT BRNOFF     ASSIGN TO BRNOFF
000516            ORGANIZATION IS SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000620
000630 FD  ACCTOUT
000640     RECORDING MODE IS F.
000650 01  ACCT-OUT-REC              PIC X(160).
000660
000670 FD  AMAUDIT
000680     RECORDING MODE IS F.
000690 COPY CCAMLOG.
000692
000694 FD  BRNOFF
000696     RECORDING MODE IS F.
000698 COPY CCBOFF.
000700
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000780     88  WS-MAST-EOF                    VALUE 'Y'.
000790 77  WS-HELD-SW             PIC X(01)   VALUE 'N'.
000800     88  WS-HELD                        VALUE 'Y'.
000803 77  WS-BOFF-EOF-SW         PIC X(01)   VALUE 'N'.
000806     88  WS-BOFF-EOF                    VALUE 'Y'.
000810
000820*----------------------------------------------------------------*
000830* RUN DATE/TIME FOR THE AUDIT LOG TIMESTAMP
001110     05  WS-NEW-BRANCH-CD   PIC X(04).
001120     05  WS-NEW-OFFICER-CD  PIC X(04).
001130     05  WS-NEW-STATUS      PIC X(01).
001131     05  WS-NEW-NOTIFY-PREF PIC X(01).
001132     05  WS-NEW-ADDR-LINE-1 PIC X(30).
001133     05  WS-NEW-ADDR-LINE-2 PIC X(30).
001134     05  WS-NEW-ADDR-CITY   PIC X(20).
001135     05  WS-NEW-ADDR-STATE  PIC X(02).
001136     05  WS-NEW-ADDR-ZIP.
001137         10  WS-NEW-ADDR-ZIP-5
001138                            PIC X(05).
001139         10  WS-NEW-ADDR-ZIP-4
001140                            PIC X(04).
001141     05  FILLER             PIC X(32).
001142
001143*----------------------------------------------------------------*
001144* THE BRANCH/OFFICER REFERENCE FILE, HELD FOR THE RUN BY TYPE AND
001145* CODE.  A BRANCH OR OFFICER CODE PUT ON THE MASTER MUST BE ON IT
001146* AND ACTIVE.  THE LOOKUP LEAVES 'A' (ACTIVE), 'I' (INACTIVE) OR
001147* 'U' (NOT ON THE FILE) IN WS-REF-CHK-SW.
001148*----------------------------------------------------------------*
001149 77  WS-REF-MAX             PIC 9(04)   VALUE 2000   COMP.
001150 77  WS-REF-COUNT           PIC 9(04)   VALUE ZERO   COMP.
001151 77  WS-REF-IX              PIC 9(04)   VALUE ZERO   COMP.
001152 77  WS-REF-FOUND-IX        PIC 9(04)   VALUE ZERO   COMP.
001153 77  WS-REF-CHK-SW          PIC X(01)   VALUE SPACE.
001154     88  WS-REF-CHK-ACTIVE              VALUE 'A'.
001155 77  WS-REF-CHK-TEXT        PIC X(08)   VALUE SPACE.
001156 01  WS-REF-CHK-KEY.
001157     05  WS-REF-CHK-TYPE    PIC X(01).
001158     05  WS-REF-CHK-CODE    PIC X(04).
001159 01  WS-REF-TABLE.
001160     05  WS-REF-ENTRY  OCCURS 2000 TIMES.
001161         10  WS-REF-KEY         PIC X(05).
001162         10  WS-REF-STATUS      PIC X(01).
001163             88  WS-REF-IS-ACTIVE       VALUE 'A'.
001164
001165*----------------------------------------------------------------*
001166* BULK TRANSFERS TAKEN FOR THIS RUN, IN THE ORDER GIVEN.  EACH ONE
001167* IS APPLIED TO EVERY MASTER RECORD AS IT IS READ, AND COUNTS THE
001168* ACCOUNTS IT MOVED.
001169*----------------------------------------------------------------*
001170 77  WS-XFR-MAX             PIC 9(04)   VALUE 50     COMP.
001171 77  WS-XFR-COUNT           PIC 9(04)   VALUE ZERO   COMP.
001172 77  WS-XFR-IX              PIC 9(04)   VALUE ZERO   COMP.
001173 01  WS-XFR-TABLE.
001174     05  WS-XFR-ENTRY  OCCURS 50 TIMES.
001175         10  WS-XFR-FUNCTION    PIC X(04).
001176             88  WS-XFR-IS-OFFICER      VALUE 'XOF '.
001177         10  WS-XFR-FROM        PIC X(04).
001178         10  WS-XFR-TO          PIC X(04).
001179         10  WS-XFR-CHANGE-ID   PIC 9(07).
001180         10  WS-XFR-OPER-ID     PIC X(07).
001181         10  WS-XFR-CHECKER-ID  PIC X(07).
001182         10  WS-XFR-MOVED       PIC 9(07)   COMP.
001183
001184*----------------------------------------------------------------*
001185* RUN CONTROL COUNTERS FOR THE END-OF-RUN SUMMARY
001186*----------------------------------------------------------------*
001190 77  WS-TRN-READ            PIC 9(07)   VALUE ZERO   COMP.
001200 77  WS-MAST-IN-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001210 77  WS-MAST-OUT-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001220 77  WS-ADD-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001230 77  WS-CHG-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001235 77  WS-XFR-ACCT-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001240 77  WS-ERR-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001250
001260 PROCEDURE DIVISION.
001360     GO TO 9999-EXIT.
001370
001380*----------------------------------------------------------------*
001390* 1000-INITIALIZE - OPEN FILES, LOAD THE BRANCH/OFFICER TABLE,
001392*     TAKE THE BULK TRANSFERS (ACCOUNT ZERO, SO THEY COME FIRST),
001394*     AND ONLY THEN PRIME THE MASTER READ - EVERY TRANSFER MUST BE
001396*     IN HAND BEFORE THE FIRST MASTER RECORD IS READ.
001400*----------------------------------------------------------------*
001410 1000-INITIALIZE.
001420     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001450     OPEN OUTPUT ACCTOUT.
001460     OPEN OUTPUT AMAUDIT.
001470     DISPLAY 'CCAMAINT - ACCOUNT MASTER MAINTENANCE'.
001480     PERFORM 1100-LOAD-REFERENCE THRU 1100-LOAD-REFERENCE-EXIT.
001490     PERFORM 2100-READ-AMTRANS   THRU 2100-READ-AMTRANS-EXIT.
001492     PERFORM 1200-TAKE-TRANSFER  THRU 1200-TAKE-TRANSFER-EXIT
001494         UNTIL WS-TRN-EOF
001496            OR CC-AMTRN-XFR-ACCT NOT = '0000000'.
001498     PERFORM 2510-READ-ACCTIN    THRU 2510-READ-ACCTIN-EXIT.
001500 1000-INITIALIZE-EXIT.
001510     EXIT.
001511
001512*----------------------------------------------------------------*
001513* 1100-LOAD-REFERENCE - LOAD THE BRANCH/OFFICER REFERENCE FILE
001514*----------------------------------------------------------------*
001515 1100-LOAD-REFERENCE.
001516     OPEN INPUT  BRNOFF.
001517     PERFORM 1110-TAKE-REFERENCE THRU 1110-TAKE-REFERENCE-EXIT
001518         UNTIL WS-BOFF-EOF.
001519     CLOSE BRNOFF.
001520 1100-LOAD-REFERENCE-EXIT.
001521     EXIT.
001522
001523*----------------------------------------------------------------*
001524* 1110-TAKE-REFERENCE - READ ONE REFERENCE RECORD INTO THE TABLE
001525*----------------------------------------------------------------*
001526 1110-TAKE-REFERENCE.
001527     READ BRNOFF
001528         AT END
001529             MOVE 'Y' TO WS-BOFF-EOF-SW
001530     END-READ.
001531     IF WS-BOFF-EOF
001532         GO TO 1110-TAKE-REFERENCE-EXIT
001533     END-IF.
001534     IF WS-REF-COUNT NOT < WS-REF-MAX
001535         DISPLAY 'CCAMAINT - BRNOFF EXCEEDS TABLE - ABORTING'
001536         MOVE 16 TO RETURN-CODE
001537         STOP RUN
001538     END-IF.
001539     ADD 1 TO WS-REF-COUNT.
001540     MOVE CC-BOFF-KEY    TO WS-REF-KEY (WS-REF-COUNT).
001541     MOVE CC-BOFF-STATUS TO WS-REF-STATUS (WS-REF-COUNT).
001542 1110-TAKE-REFERENCE-EXIT.
001543     EXIT.
001544
001545*----------------------------------------------------------------*
001546* 1200-TAKE-TRANSFER - EDIT ONE ACCOUNT-ZERO TRANSACTION AND, IF
001547*     IT IS A GOOD BULK TRANSFER, ADD IT TO THE TRANSFER TABLE.
001548*     LIKE ANY OTHER CHANGE IT MUST BE SIGNED BY A MAKER AND A
001549*     DIFFERENT CHECKER.  THE TO-CODE MUST BE ON THE REFERENCE
001550*     FILE AND ACTIVE.
001551*----------------------------------------------------------------*
001552 1200-TAKE-TRANSFER.
001553     IF CC-AMTRN-OPER-ID = SPACE
001554             OR CC-AMTRN-CHECKER-ID = SPACE
001555             OR CC-AMTRN-CHECKER-ID = CC-AMTRN-OPER-ID
001556         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
001557                 ' NOT APPROVED UNDER DUAL CONTROL - IGNORED'
001558         ADD 1 TO WS-ERR-COUNT
001559         GO TO 1200-TAKE-NEXT
001560     END-IF.
001561     IF NOT CC-AMTRN-IS-XFR-OFFICER AND NOT CC-AMTRN-IS-XFR-BRANCH
001562         DISPLAY 'CCAMAINT - ACCT ZERO IS XOF/XBR ONLY - IGNORED'
001563         ADD 1 TO WS-ERR-COUNT
001564         GO TO 1200-TAKE-NEXT
001565     END-IF.
001566     IF CC-AMTRN-XFR-FROM = SPACE OR CC-AMTRN-XFR-TO = SPACE
001567             OR CC-AMTRN-XFR-FROM = CC-AMTRN-XFR-TO
001568         DISPLAY 'CCAMAINT - ' CC-AMTRN-FUNCTION
001569                 ' FROM ' CC-AMTRN-XFR-FROM ' TO ' CC-AMTRN-XFR-TO
001570                 ' CODES BLANK OR EQUAL - IGNORED'
001571         ADD 1 TO WS-ERR-COUNT
001572         GO TO 1200-TAKE-NEXT
001573     END-IF.
001574     IF CC-AMTRN-IS-XFR-OFFICER
001575         MOVE 'O' TO WS-REF-CHK-TYPE
001576     ELSE
001577         MOVE 'B' TO WS-REF-CHK-TYPE
001578     END-IF.
001579     MOVE CC-AMTRN-XFR-TO TO WS-REF-CHK-CODE.
001580     PERFORM 3950-CHECK-REFERENCE
001581                           THRU 3950-CHECK-REFERENCE-EXIT.
001582     IF NOT WS-REF-CHK-ACTIVE
001583         DISPLAY 'CCAMAINT - ' CC-AMTRN-FUNCTION
001584                 ' FROM ' CC-AMTRN-XFR-FROM ' TO ' CC-AMTRN-XFR-TO
001585                 ' ' WS-REF-CHK-TEXT ' - IGNORED'
001586         ADD 1 TO WS-ERR-COUNT
001587         GO TO 1200-TAKE-NEXT
001588     END-IF.
001589     IF WS-XFR-COUNT NOT < WS-XFR-MAX
001590         DISPLAY 'CCAMAINT - ' CC-AMTRN-FUNCTION
001591                 ' FROM ' CC-AMTRN-XFR-FROM ' TO ' CC-AMTRN-XFR-TO
001592                 ' TRANSFER TABLE IS FULL - IGNORED'
001593         ADD 1 TO WS-ERR-COUNT
001594         GO TO 1200-TAKE-NEXT
001595     END-IF.
001596     ADD 1 TO WS-XFR-COUNT.
001597     MOVE CC-AMTRN-FUNCTION   TO WS-XFR-FUNCTION (WS-XFR-COUNT).
001598     MOVE CC-AMTRN-XFR-FROM   TO WS-XFR-FROM (WS-XFR-COUNT).
001599     MOVE CC-AMTRN-XFR-TO     TO WS-XFR-TO (WS-XFR-COUNT).
001600     MOVE CC-AMTRN-CHANGE-ID  TO WS-XFR-CHANGE-ID (WS-XFR-COUNT).
001601     MOVE CC-AMTRN-OPER-ID    TO WS-XFR-OPER-ID (WS-XFR-COUNT).
001602     MOVE CC-AMTRN-CHECKER-ID TO WS-XFR-CHECKER-ID (WS-XFR-COUNT).
001603     MOVE ZERO                TO WS-XFR-MOVED (WS-XFR-COUNT).
001604     DISPLAY 'CCAMAINT - ' CC-AMTRN-FUNCTION
001605             ' FROM ' CC-AMTRN-XFR-FROM ' TO ' CC-AMTRN-XFR-TO
001606             ' TAKEN'.
001607     DISPLAY 'CCAMAINT -      CHANGE ' CC-AMTRN-CHANGE-ID
001608             ' MAKER ' CC-AMTRN-OPER-ID
001609             ' CHECKER ' CC-AMTRN-CHECKER-ID.
001610 1200-TAKE-NEXT.
001611     PERFORM 2100-READ-AMTRANS   THRU 2100-READ-AMTRANS-EXIT.
001612 1200-TAKE-TRANSFER-EXIT.
001613     EXIT.
001614
001615*----------------------------------------------------------------*
001616* 2000-PROCESS-AMTRANS - APPLY ONE MAINTENANCE TRANSACTION AND
001617*     READ THE NEXT ONE.
001618*----------------------------------------------------------------*
001619 2000-PROCESS-AMTRANS.
001620     PERFORM 2200-APPLY-TRANSACTION
001621                           THRU 2200-APPLY-TRANSACTION-EXIT.
001622     PERFORM 2100-READ-AMTRANS   THRU 2100-READ-AMTRANS-EXIT.
001623 2000-PROCESS-AMTRANS-EXIT.
001624     EXIT.
001630
001640*----------------------------------------------------------------*
001650* 2100-READ-AMTRANS - READ THE NEXT MAINTENANCE TRANSACTION
001780*----------------------------------------------------------------*
001790* 2200-APPLY-TRANSACTION - EDIT THE TRANSACTION KEY AND FUNCTION,
001800*     POSITION THE MASTER MATCH AT ITS ACCOUNT, AND ROUTE IT TO
001810*     THE PARAGRAPH THAT HANDLES ITS FUNCTION.  ONLY A CHANGE
001813*     RELEASED BY THE APPROVAL GATE - SIGNED BY A MAKER AND A
001816*     DIFFERENT CHECKER - IS APPLIED.
001820*----------------------------------------------------------------*
001830 2200-APPLY-TRANSACTION.
001831     IF CC-AMTRN-OPER-ID = SPACE
001832             OR CC-AMTRN-CHECKER-ID = SPACE
001833             OR CC-AMTRN-CHECKER-ID = CC-AMTRN-OPER-ID
001834         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
001835                 ' NOT APPROVED UNDER DUAL CONTROL - IGNORED'
001836         ADD 1 TO WS-ERR-COUNT
001837         GO TO 2200-APPLY-TRANSACTION-EXIT
001838     END-IF.
001840     IF CC-AMTRN-ACCT-NO NOT NUMERIC
001850             OR CC-AMTRN-ACCT-NO = ZERO
001860         DISPLAY 'CCAMAINT - ACCOUNT NUMBER NOT NUMERIC - IGNORED'
001930         ADD 1 TO WS-ERR-COUNT
001940         GO TO 2200-APPLY-TRANSACTION-EXIT
001950     END-IF.
001951     IF CC-AMTRN-IS-XFR-OFFICER OR CC-AMTRN-IS-XFR-BRANCH
001952         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
001953                 ' TRANSFER NOT ON ACCOUNT ZERO - IGNORED'
001954         ADD 1 TO WS-ERR-COUNT
001955         GO TO 2200-APPLY-TRANSACTION-EXIT
001956     END-IF.
001960     MOVE CC-AMTRN-ACCT-NO TO WS-PREV-TRN-ACCT.
001970     IF NOT CC-AMTRN-IS-ADD AND NOT CC-AMTRN-IS-NAME
001980             AND NOT CC-AMTRN-IS-BRANCH
001990             AND NOT CC-AMTRN-IS-OFFICER
002000             AND NOT CC-AMTRN-IS-OPEN AND NOT CC-AMTRN-IS-CLOSE
002002             AND NOT CC-AMTRN-IS-ADDR-1
002004             AND NOT CC-AMTRN-IS-ADDR-2
002006             AND NOT CC-AMTRN-IS-CITY-ST-ZIP
002008             AND NOT CC-AMTRN-IS-NOTIFY
002010         DISPLAY 'CCAMAINT - UNKNOWN FUNCTION CODE - IGNORED'
002020         ADD 1 TO WS-ERR-COUNT
002030         GO TO 2200-APPLY-TRANSACTION-EXIT
002230         WHEN CC-AMTRN-IS-CLOSE
002240             PERFORM 3600-CLOSE-ACCOUNT
002250                           THRU 3600-CLOSE-ACCOUNT-EXIT
002251         WHEN CC-AMTRN-IS-ADDR-1
002252             PERFORM 3700-CHANGE-ADDRESS
002253                           THRU 3700-CHANGE-ADDRESS-EXIT
002254         WHEN CC-AMTRN-IS-ADDR-2
002255             PERFORM 3700-CHANGE-ADDRESS
002256                           THRU 3700-CHANGE-ADDRESS-EXIT
002257         WHEN CC-AMTRN-IS-CITY-ST-ZIP
002258             PERFORM 3750-CHANGE-CITY-ST-ZIP
002259                           THRU 3750-CHANGE-CITY-ST-ZIP-EXIT
002260         WHEN CC-AMTRN-IS-NOTIFY
002261             PERFORM 3800-CHANGE-NOTIFY-PREF
002262                           THRU 3800-CHANGE-NOTIFY-PREF-EXIT
002263     END-EVALUATE.
002270 2200-APPLY-TRANSACTION-EXIT.
002280     EXIT.
002290
002750     EXIT.
002760
002770*----------------------------------------------------------------*
002780* 2510-READ-ACCTIN - READ THE NEXT OLD MASTER RECORD AND APPLY
002785*     THE RUN'S BULK TRANSFERS TO IT
002790*----------------------------------------------------------------*
002800 2510-READ-ACCTIN.
002810     READ ACCTIN
002840     END-READ.
002850     IF NOT WS-MAST-EOF
002860         ADD 1 TO WS-MAST-IN-COUNT
002862         PERFORM 2520-APPLY-TRANSFER
002864                           THRU 2520-APPLY-TRANSFER-EXIT
002866             VARYING WS-XFR-IX FROM 1 BY 1
002868             UNTIL WS-XFR-IX > WS-XFR-COUNT
002870     END-IF.
002880 2510-READ-ACCTIN-EXIT.
002890     EXIT.
002891
002892*----------------------------------------------------------------*
002893* 2520-APPLY-TRANSFER - MOVE THE MASTER RECORD JUST READ TO THE
002894*     TRANSFER'S TO-CODE IF IT CARRIES ITS FROM-CODE, AND LOG IT
002895*----------------------------------------------------------------*
002896 2520-APPLY-TRANSFER.
002897     IF WS-XFR-IS-OFFICER (WS-XFR-IX)
002898         IF CC-ACCT-OFFICER-CD NOT = WS-XFR-FROM (WS-XFR-IX)
002899             GO TO 2520-APPLY-TRANSFER-EXIT
002900         END-IF
002901         MOVE WS-XFR-TO (WS-XFR-IX) TO CC-ACCT-OFFICER-CD
002902     ELSE
002903         IF CC-ACCT-BRANCH-CD NOT = WS-XFR-FROM (WS-XFR-IX)
002904             GO TO 2520-APPLY-TRANSFER-EXIT
002905         END-IF
002906         MOVE WS-XFR-TO (WS-XFR-IX) TO CC-ACCT-BRANCH-CD
002907     END-IF.
002908     ADD 1 TO WS-XFR-MOVED (WS-XFR-IX).
002909     ADD 1 TO WS-XFR-ACCT-COUNT.
002910     PERFORM 3910-WRITE-XFR-LOG-ENTRY
002911                           THRU 3910-WRITE-XFR-LOG-ENTRY-EXIT.
002912 2520-APPLY-TRANSFER-EXIT.
002913     EXIT.
002914
002915*----------------------------------------------------------------*
002920* 3100-ADD-ACCOUNT - STAGE A NEW MASTER RECORD IN OPEN STATUS,
002930*     WITH NOTICES BY MAIL.  EVERY FIELD MUST BE PRESENT, AND THE
002940*     ACCOUNT MUST NOT BE ON FILE ALREADY.  THE BRANCH AND OFFICER
002945*     MUST BE ON THE REFERENCE FILE AND ACTIVE.  THE ADDRESS
002947*     FOLLOWS ON ITS OWN TRANSACTIONS.
002950*----------------------------------------------------------------*
002960 3100-ADD-ACCOUNT.
002970     IF WS-HELD
003080         ADD 1 TO WS-ERR-COUNT
003090         GO TO 3100-ADD-ACCOUNT-EXIT
003100     END-IF.
003101     MOVE 'B' TO WS-REF-CHK-TYPE.
003102     MOVE CC-AMTRN-BRANCH-CD TO WS-REF-CHK-CODE.
003103     PERFORM 3950-CHECK-REFERENCE
003104                           THRU 3950-CHECK-REFERENCE-EXIT.
003105     IF NOT WS-REF-CHK-ACTIVE
003106         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
003107                 ' BRANCH ' CC-AMTRN-BRANCH-CD
003108                 ' ' WS-REF-CHK-TEXT ' - NOT ADDED'
003109         ADD 1 TO WS-ERR-COUNT
003110         GO TO 3100-ADD-ACCOUNT-EXIT
003111     END-IF.
003112     MOVE 'O' TO WS-REF-CHK-TYPE.
003113     MOVE CC-AMTRN-OFFICER-CD TO WS-REF-CHK-CODE.
003114     PERFORM 3950-CHECK-REFERENCE
003115                           THRU 3950-CHECK-REFERENCE-EXIT.
003116     IF NOT WS-REF-CHK-ACTIVE
003117         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
003118                 ' OFFICER ' CC-AMTRN-OFFICER-CD
003119                 ' ' WS-REF-CHK-TEXT ' - NOT ADDED'
003120         ADD 1 TO WS-ERR-COUNT
003121         GO TO 3100-ADD-ACCOUNT-EXIT
003122     END-IF.
003123     MOVE SPACE TO WS-NEW-MAST.
003124     MOVE CC-AMTRN-ACCT-NO    TO WS-NEW-ACCT-NO.
003130     MOVE CC-AMTRN-CUST-NAME  TO WS-NEW-CUST-NAME.
003140     MOVE CC-AMTRN-BRANCH-CD  TO WS-NEW-BRANCH-CD.
003150     MOVE CC-AMTRN-OFFICER-CD TO WS-NEW-OFFICER-CD.
003160     MOVE 'O'                 TO WS-NEW-STATUS.
003165     MOVE 'M'                 TO WS-NEW-NOTIFY-PREF.
003170     MOVE 'Y' TO WS-HELD-SW.
003180     ADD 1 TO WS-ADD-COUNT.
003190     MOVE SPACE TO WS-BEFORE-ED.
003530
003540*----------------------------------------------------------------*
003550* 3300-CHANGE-BRANCH - REPLACE THE BRANCH CODE ON THE STAGED
003560*     RECORD.  THE NEW BRANCH MUST BE ON THE REFERENCE FILE AND
003565*     ACTIVE.
003570*----------------------------------------------------------------*
003580 3300-CHANGE-BRANCH.
003590     IF NOT WS-HELD
003680         ADD 1 TO WS-ERR-COUNT
003690         GO TO 3300-CHANGE-BRANCH-EXIT
003700     END-IF.
003701     MOVE 'B' TO WS-REF-CHK-TYPE.
003702     MOVE CC-AMTRN-BRANCH-CD TO WS-REF-CHK-CODE.
003703     PERFORM 3950-CHECK-REFERENCE
003704                           THRU 3950-CHECK-REFERENCE-EXIT.
003705     IF NOT WS-REF-CHK-ACTIVE
003706         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
003707                 ' BRANCH ' CC-AMTRN-BRANCH-CD
003708                 ' ' WS-REF-CHK-TEXT ' - NOT CHANGED'
003709         ADD 1 TO WS-ERR-COUNT
003710         GO TO 3300-CHANGE-BRANCH-EXIT
003711     END-IF.
003712     MOVE WS-NEW-BRANCH-CD TO WS-BEFORE-ED.
003720     MOVE CC-AMTRN-BRANCH-CD TO WS-NEW-BRANCH-CD.
003730     MOVE WS-NEW-BRANCH-CD TO WS-AFTER-ED.
003740     MOVE 'BRN ' TO CC-AMLOG-FUNCTION.
003800
003810*----------------------------------------------------------------*
003820* 3400-CHANGE-OFFICER - REPLACE THE OFFICER CODE ON THE STAGED
003830*     RECORD.  THE NEW OFFICER MUST BE ON THE REFERENCE FILE AND
003835*     ACTIVE.
003840*----------------------------------------------------------------*
003850 3400-CHANGE-OFFICER.
003860     IF NOT WS-HELD
003950         ADD 1 TO WS-ERR-COUNT
003960         GO TO 3400-CHANGE-OFFICER-EXIT
003970     END-IF.
003971     MOVE 'O' TO WS-REF-CHK-TYPE.
003972     MOVE CC-AMTRN-OFFICER-CD TO WS-REF-CHK-CODE.
003973     PERFORM 3950-CHECK-REFERENCE
003974                           THRU 3950-CHECK-REFERENCE-EXIT.
003975     IF NOT WS-REF-CHK-ACTIVE
003976         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
003977                 ' OFFICER ' CC-AMTRN-OFFICER-CD
003978                 ' ' WS-REF-CHK-TEXT ' - NOT CHANGED'
003979         ADD 1 TO WS-ERR-COUNT
003980         GO TO 3400-CHANGE-OFFICER-EXIT
003981     END-IF.
003982     MOVE WS-NEW-OFFICER-CD TO WS-BEFORE-ED.
003990     MOVE CC-AMTRN-OFFICER-CD TO WS-NEW-OFFICER-CD.
004000     MOVE WS-NEW-OFFICER-CD TO WS-AFTER-ED.
004010     MOVE 'OFF ' TO CC-AMLOG-FUNCTION.
004440                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004450 3600-CLOSE-ACCOUNT-EXIT.
004460     EXIT.
004461
004462*----------------------------------------------------------------*
004463* 3700-CHANGE-ADDRESS - REPLACE ADDRESS LINE 1 ('AD1 ') OR LINE 2
004464*     ('AD2 ') ON THE STAGED RECORD.  LINE 1 MAY NOT BE BLANK;
004465*     A BLANK LINE 2 CLEARS IT.
004466*----------------------------------------------------------------*
004467 3700-CHANGE-ADDRESS.
004468     IF NOT WS-HELD
004469         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004470                 ' NOT ON FILE - NOT CHANGED'
004471         ADD 1 TO WS-ERR-COUNT
004472         GO TO 3700-CHANGE-ADDRESS-EXIT
004473     END-IF.
004474     IF CC-AMTRN-IS-ADDR-1 AND CC-AMTRN-ADDR-LINE = SPACE
004475         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004476                 ' NEW ADDRESS LINE 1 IS BLANK - NOT CHANGED'
004477         ADD 1 TO WS-ERR-COUNT
004478         GO TO 3700-CHANGE-ADDRESS-EXIT
004479     END-IF.
004480     IF CC-AMTRN-IS-ADDR-1
004481         MOVE WS-NEW-ADDR-LINE-1 TO WS-BEFORE-ED
004482         MOVE CC-AMTRN-ADDR-LINE TO WS-NEW-ADDR-LINE-1
004483         MOVE WS-NEW-ADDR-LINE-1 TO WS-AFTER-ED
004484         MOVE 'AD1 ' TO CC-AMLOG-FUNCTION
004485     ELSE
004486         MOVE WS-NEW-ADDR-LINE-2 TO WS-BEFORE-ED
004487         MOVE CC-AMTRN-ADDR-LINE TO WS-NEW-ADDR-LINE-2
004488         MOVE WS-NEW-ADDR-LINE-2 TO WS-AFTER-ED
004489         MOVE 'AD2 ' TO CC-AMLOG-FUNCTION
004490     END-IF.
004491     ADD 1 TO WS-CHG-COUNT.
004492     PERFORM 3900-WRITE-LOG-ENTRY
004493                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004494 3700-CHANGE-ADDRESS-EXIT.
004495     EXIT.
004496
004497*----------------------------------------------------------------*
004498* 3750-CHANGE-CITY-ST-ZIP - REPLACE CITY, STATE, AND ZIP CODE ON
004499*     THE STAGED RECORD.  ALL THREE MUST BE PRESENT; THE 5-DIGIT
004500*     ZIP MUST BE NUMERIC AND THE +4 BLANK OR NUMERIC.
004501*----------------------------------------------------------------*
004502 3750-CHANGE-CITY-ST-ZIP.
004503     IF NOT WS-HELD
004504         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004505                 ' NOT ON FILE - NOT CHANGED'
004506         ADD 1 TO WS-ERR-COUNT
004507         GO TO 3750-CHANGE-CITY-ST-ZIP-EXIT
004508     END-IF.
004509     IF CC-AMTRN-CITY = SPACE OR CC-AMTRN-STATE = SPACE
004510         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004511                 ' NEW CITY OR STATE IS BLANK - NOT CHANGED'
004512         ADD 1 TO WS-ERR-COUNT
004513         GO TO 3750-CHANGE-CITY-ST-ZIP-EXIT
004514     END-IF.
004515     IF CC-AMTRN-ZIP-5 NOT NUMERIC
004516             OR (CC-AMTRN-ZIP-4 NOT = SPACE
004517                 AND CC-AMTRN-ZIP-4 NOT NUMERIC)
004518         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004519                 ' NEW ZIP CODE NOT NUMERIC - NOT CHANGED'
004520         ADD 1 TO WS-ERR-COUNT
004521         GO TO 3750-CHANGE-CITY-ST-ZIP-EXIT
004522     END-IF.
004523     MOVE SPACE TO WS-BEFORE-ED.
004524     STRING WS-NEW-ADDR-STATE ' ' WS-NEW-ADDR-ZIP-5 ' '
004525            WS-NEW-ADDR-CITY
004526            DELIMITED BY SIZE INTO WS-BEFORE-ED.
004527     MOVE CC-AMTRN-CITY  TO WS-NEW-ADDR-CITY.
004528     MOVE CC-AMTRN-STATE TO WS-NEW-ADDR-STATE.
004529     MOVE CC-AMTRN-ZIP-5 TO WS-NEW-ADDR-ZIP-5.
004530     MOVE CC-AMTRN-ZIP-4 TO WS-NEW-ADDR-ZIP-4.
004531     MOVE SPACE TO WS-AFTER-ED.
004532     STRING WS-NEW-ADDR-STATE ' ' WS-NEW-ADDR-ZIP-5 ' '
004533            WS-NEW-ADDR-CITY
004534            DELIMITED BY SIZE INTO WS-AFTER-ED.
004535     MOVE 'CSZ ' TO CC-AMLOG-FUNCTION.
004536     ADD 1 TO WS-CHG-COUNT.
004537     PERFORM 3900-WRITE-LOG-ENTRY
004538                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004539 3750-CHANGE-CITY-ST-ZIP-EXIT.
004540     EXIT.
004541
004542*----------------------------------------------------------------*
004543* 3800-CHANGE-NOTIFY-PREF - SET THE STAGED RECORD'S NOTIFICATION
004544*     PREFERENCE - 'M' MAIL, 'B' BRANCH DELIVERY, 'N' NO OPTIONAL
004545*     NOTICES
004546*----------------------------------------------------------------*
004547 3800-CHANGE-NOTIFY-PREF.
004548     IF NOT WS-HELD
004549         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004550                 ' NOT ON FILE - NOT CHANGED'
004551         ADD 1 TO WS-ERR-COUNT
004552         GO TO 3800-CHANGE-NOTIFY-PREF-EXIT
004553     END-IF.
004554     IF NOT CC-AMTRN-NOTIFY-VALID
004555         DISPLAY 'CCAMAINT - ACCT ' CC-AMTRN-ACCT-NO
004556                 ' NOTICE PREFERENCE NOT M, B, OR N - NOT CHANGED'
004557         ADD 1 TO WS-ERR-COUNT
004558         GO TO 3800-CHANGE-NOTIFY-PREF-EXIT
004559     END-IF.
004560     MOVE WS-NEW-NOTIFY-PREF TO WS-BEFORE-ED.
004561     MOVE CC-AMTRN-NOTIFY-PREF TO WS-NEW-NOTIFY-PREF.
004562     MOVE WS-NEW-NOTIFY-PREF TO WS-AFTER-ED.
004563     MOVE 'NTF ' TO CC-AMLOG-FUNCTION.
004564     ADD 1 TO WS-CHG-COUNT.
004565     PERFORM 3900-WRITE-LOG-ENTRY
004566                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004567 3800-CHANGE-NOTIFY-PREF-EXIT.
004568     EXIT.
004569
004570*----------------------------------------------------------------*
004571* 3900-WRITE-LOG-ENTRY - LOG THE BEFORE/AFTER VALUE OF THE CHANGE
004572*----------------------------------------------------------------*
004573 3900-WRITE-LOG-ENTRY.
004574     MOVE CC-AMTRN-ACCT-NO TO CC-AMLOG-ACCT-NO.
004575     MOVE WS-BEFORE-ED     TO CC-AMLOG-BEFORE.
004576     MOVE WS-AFTER-ED      TO CC-AMLOG-AFTER.
004577     MOVE CC-AMTRN-OPER-ID    TO CC-AMLOG-MAKER-ID.
004578     MOVE CC-AMTRN-CHECKER-ID TO CC-AMLOG-CHECKER-ID.
004579     ACCEPT WS-TIME-RAW FROM TIME.
004580     COMPUTE CC-AMLOG-TIMESTAMP =
004581             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
004582     WRITE CC-AMLOG-REC.
004590     DISPLAY 'CCAMAINT - ' CC-AMLOG-FUNCTION
004600             ' ACCT ' CC-AMLOG-ACCT-NO
004610             ' FROM ' WS-BEFORE-ED ' TO ' WS-AFTER-ED.
004612     DISPLAY 'CCAMAINT -      CHANGE ' CC-AMTRN-CHANGE-ID
004614             ' MAKER ' CC-AMLOG-MAKER-ID
004616             ' CHECKER ' CC-AMLOG-CHECKER-ID.
004620 3900-WRITE-LOG-ENTRY-EXIT.
004630     EXIT.
004631
004632*----------------------------------------------------------------*
004633* 3910-WRITE-XFR-LOG-ENTRY - LOG ONE ACCOUNT MOVED BY A BULK
004634*     TRANSFER, UNDER THE TRANSFER'S MAKER AND CHECKER
004635*----------------------------------------------------------------*
004636 3910-WRITE-XFR-LOG-ENTRY.
004637     MOVE CC-ACCT-MAST-NO     TO CC-AMLOG-ACCT-NO.
004638     MOVE WS-XFR-FUNCTION (WS-XFR-IX)   TO CC-AMLOG-FUNCTION.
004639     MOVE WS-XFR-FROM (WS-XFR-IX)       TO CC-AMLOG-BEFORE.
004640     MOVE WS-XFR-TO (WS-XFR-IX)         TO CC-AMLOG-AFTER.
004641     MOVE WS-XFR-OPER-ID (WS-XFR-IX)    TO CC-AMLOG-MAKER-ID.
004642     MOVE WS-XFR-CHECKER-ID (WS-XFR-IX) TO CC-AMLOG-CHECKER-ID.
004643     ACCEPT WS-TIME-RAW FROM TIME.
004644     COMPUTE CC-AMLOG-TIMESTAMP =
004645             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
004646     WRITE CC-AMLOG-REC.
004647     DISPLAY 'CCAMAINT - ' CC-AMLOG-FUNCTION
004648             ' ACCT ' CC-AMLOG-ACCT-NO
004649             ' FROM ' WS-XFR-FROM (WS-XFR-IX)
004650             ' TO ' WS-XFR-TO (WS-XFR-IX)
004651             ' CHANGE ' WS-XFR-CHANGE-ID (WS-XFR-IX).
004652 3910-WRITE-XFR-LOG-ENTRY-EXIT.
004653     EXIT.
004654
004655*----------------------------------------------------------------*
004656* 3950-CHECK-REFERENCE - LOOK UP WS-REF-CHK-KEY ON THE BRANCH/
004657*     OFFICER TABLE AND SET WS-REF-CHK-SW AND THE TEXT FOR ANY
004658*     REJECTION MESSAGE
004659*----------------------------------------------------------------*
004660 3950-CHECK-REFERENCE.
004661     MOVE ZERO TO WS-REF-FOUND-IX.
004662     PERFORM 3960-FIND-REFERENCE THRU 3960-FIND-REFERENCE-EXIT
004663         VARYING WS-REF-IX FROM 1 BY 1
004664         UNTIL WS-REF-IX > WS-REF-COUNT
004665            OR WS-REF-FOUND-IX > ZERO.
004666     IF WS-REF-FOUND-IX = ZERO
004667         MOVE 'U' TO WS-REF-CHK-SW
004668         MOVE 'UNKNOWN ' TO WS-REF-CHK-TEXT
004669     ELSE
004670     IF WS-REF-IS-ACTIVE (WS-REF-FOUND-IX)
004671         MOVE 'A' TO WS-REF-CHK-SW
004672         MOVE SPACE TO WS-REF-CHK-TEXT
004673     ELSE
004674         MOVE 'I' TO WS-REF-CHK-SW
004675         MOVE 'INACTIVE' TO WS-REF-CHK-TEXT
004676     END-IF END-IF.
004677 3950-CHECK-REFERENCE-EXIT.
004678     EXIT.
004679
004680*----------------------------------------------------------------*
004681* 3960-FIND-REFERENCE - COMPARE ONE BRANCH/OFFICER TABLE ENTRY
004682*----------------------------------------------------------------*
004683 3960-FIND-REFERENCE.
004684     IF WS-REF-CHK-KEY = WS-REF-KEY (WS-REF-IX)
004685         MOVE WS-REF-IX TO WS-REF-FOUND-IX
004686     END-IF.
004687 3960-FIND-REFERENCE-EXIT.
004688     EXIT.
004689
004690*----------------------------------------------------------------*
004691* 8000-FINALIZE - RELEASE THE STAGED RECORD, COPY THE REMAINING
004692*     MASTER RECORDS FORWARD, PRINT THE CONTROL COUNTS, AND CLOSE
004693*     FILES.  A RUN WITH ANY TRANSACTION IN ERROR ENDS WITH RC=4.
004694*----------------------------------------------------------------*
004700 8000-FINALIZE.
004710     IF WS-HELD
004720         PERFORM 2260-WRITE-HELD-MASTER
004810             WS-MAST-OUT-COUNT.
004820     DISPLAY 'CCAMAINT - ACCOUNTS ADDED . . . . ' WS-ADD-COUNT.
004830     DISPLAY 'CCAMAINT - ACCOUNTS CHANGED . . . ' WS-CHG-COUNT.
004831     DISPLAY 'CCAMAINT - BULK TRANSFERS TAKEN . ' WS-XFR-COUNT.
004832     PERFORM 8100-SHOW-TRANSFER  THRU 8100-SHOW-TRANSFER-EXIT
004833         VARYING WS-XFR-IX FROM 1 BY 1
004834         UNTIL WS-XFR-IX > WS-XFR-COUNT.
004835     DISPLAY 'CCAMAINT - ACCOUNTS TRANSFERRED . '
004836             WS-XFR-ACCT-COUNT.
004840     DISPLAY 'CCAMAINT - TRANSACTIONS IN ERROR  ' WS-ERR-COUNT.
004850     CLOSE AMTRANS.
004860     CLOSE ACCTIN.
004910     END-IF.
004920 8000-FINALIZE-EXIT.
004930     EXIT.
004931
004932*----------------------------------------------------------------*
004933* 8100-SHOW-TRANSFER - ONE BULK TRANSFER AND THE ACCOUNTS IT MOVED
004934*----------------------------------------------------------------*
004935 8100-SHOW-TRANSFER.
004936     DISPLAY 'CCAMAINT -      ' WS-XFR-FUNCTION (WS-XFR-IX)
004937             ' FROM ' WS-XFR-FROM (WS-XFR-IX)
004938             ' TO ' WS-XFR-TO (WS-XFR-IX)
004939             ' ACCOUNTS MOVED ' WS-XFR-MOVED (WS-XFR-IX).
004940 8100-SHOW-TRANSFER-EXIT.
004941     EXIT.
004942
004950*----------------------------------------------------------------*
004960* 9999-EXIT - COMMON PROGRAM EXIT
004970*----------------------------------------------------------------*
