000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCORPHAN.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  WEEKLY ORPHANED ACCOUNT
000230*                  LISTING.  LOADS THE BRANCH/OFFICER REFERENCE
000240*                  FILE AND READS THE ACCOUNT MASTER, LISTING
000250*                  EVERY ACCOUNT WHOSE BRANCH OR OFFICER CODE IS
000260*                  NOT ON THE REFERENCE FILE OR IS INACTIVE -
000270*                  ACCOUNTS WHOSE EXCEPTIONS WOULD GO TO NOBODY ON
000280*                  THE CCDISTRB LISTINGS.  OPEN AND CLOSED
000290*                  ACCOUNTS ARE BOTH LISTED, WITH THEIR STATUS,
000300*                  SINCE A CLOSED ACCOUNT CAN BE REOPENED.  EACH
000310*                  ONE IS PUT RIGHT THROUGH CCAMAINT - ONE 'BRN
000320*                  '/'OFF ' CHANGE, OR A BULK TRANSFER FOR ALL OF
000330*                  A CODE'S ACCOUNTS.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BRNOFF     ASSIGN TO BRNOFF
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT ACCTMAST   ASSIGN TO ACCTMAST
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT ORPHRPT    ASSIGN TO ORPHRPT
000430            ORGANIZATION IS SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  BRNOFF
000480     RECORDING MODE IS F.
000490 COPY CCBOFF.
000500
000510 FD  ACCTMAST
000520     RECORDING MODE IS F.
000530 COPY CCACCT.
000540
000550 FD  ORPHRPT
000560     RECORDING MODE IS F.
000570 01  ORPH-LINE                 PIC X(80).
000580
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000610* SWITCHES
000620*----------------------------------------------------------------*
000630 77  WS-BOFF-EOF-SW         PIC X(01)   VALUE 'N'.
000640     88  WS-BOFF-EOF                    VALUE 'Y'.
000650 77  WS-MAST-EOF-SW         PIC X(01)   VALUE 'N'.
000660     88  WS-MAST-EOF                    VALUE 'Y'.
000670
000680*----------------------------------------------------------------*
000690* RUN DATE - PRINTED ON THE LISTING TITLE
000700*----------------------------------------------------------------*
000710 77  WS-CURR-DATE           PIC 9(08).
000720
000730*----------------------------------------------------------------*
000740* THE BRANCH/OFFICER REFERENCE FILE, HELD FOR THE RUN BY TYPE AND
000750* CODE.  THE LOOKUP LEAVES 'A' (ACTIVE), 'I' (INACTIVE) OR 'U'
000760* (NOT ON THE FILE) IN WS-REF-CHK-SW.
000770*----------------------------------------------------------------*
000780 77  WS-REF-MAX             PIC 9(04)   VALUE 2000   COMP.
000790 77  WS-REF-COUNT           PIC 9(04)   VALUE ZERO   COMP.
000800 77  WS-REF-IX              PIC 9(04)   VALUE ZERO   COMP.
000810 77  WS-REF-FOUND-IX        PIC 9(04)   VALUE ZERO   COMP.
000820 77  WS-REF-CHK-SW          PIC X(01)   VALUE SPACE.
000830     88  WS-REF-CHK-ACTIVE              VALUE 'A'.
000840     88  WS-REF-CHK-INACTIVE            VALUE 'I'.
000850 77  WS-REF-CHK-TEXT        PIC X(08)   VALUE SPACE.
000860 01  WS-REF-CHK-KEY.
000870     05  WS-REF-CHK-TYPE    PIC X(01).
000880     05  WS-REF-CHK-CODE    PIC X(04).
000890 01  WS-REF-TABLE.
000900     05  WS-REF-ENTRY  OCCURS 2000 TIMES.
000910         10  WS-REF-KEY         PIC X(05).
000920         10  WS-REF-STATUS      PIC X(01).
000930             88  WS-REF-IS-ACTIVE       VALUE 'A'.
000940
000950*----------------------------------------------------------------*
000960* THE BRANCH AND OFFICER FINDINGS FOR THE CURRENT ACCOUNT - SPACES
000970* WHEN THE CODE IS GOOD
000980*----------------------------------------------------------------*
000990 77  WS-BRANCH-TEXT         PIC X(08)   VALUE SPACE.
001000 77  WS-OFFICER-TEXT        PIC X(08)   VALUE SPACE.
001010
001020*----------------------------------------------------------------*
001030* RUN CONTROL COUNTERS FOR THE LISTING
001040*----------------------------------------------------------------*
001050 77  WS-REF-READ            PIC 9(07)   VALUE ZERO   COMP.
001060 77  WS-MAST-READ           PIC 9(07)   VALUE ZERO   COMP.
001070 77  WS-ORPHAN-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001080 77  WS-ORPHAN-OPEN         PIC 9(07)   VALUE ZERO   COMP.
001090 77  WS-BRN-UNKNOWN         PIC 9(07)   VALUE ZERO   COMP.
001100 77  WS-BRN-INACTIVE        PIC 9(07)   VALUE ZERO   COMP.
001110 77  WS-OFF-UNKNOWN         PIC 9(07)   VALUE ZERO   COMP.
001120 77  WS-OFF-INACTIVE        PIC 9(07)   VALUE ZERO   COMP.
001130
001140*----------------------------------------------------------------*
001150* LISTING LINE WORK AREAS
001160*----------------------------------------------------------------*
001170 01  WS-RPT-DATE.
001180     05  WS-RPT-DATE-CC     PIC 9(02).
001190     05  WS-RPT-DATE-YY     PIC 9(02).
001200     05  WS-RPT-DATE-MM     PIC 9(02).
001210     05  WS-RPT-DATE-DD     PIC 9(02).
001220 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001230 01  WS-RPT-ACCT-ED         PIC 9(07).
001240
001250 PROCEDURE DIVISION.
001260*================================================================*
001270* 0000-MAINLINE
001280*================================================================*
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001310     PERFORM 2000-PROCESS-ACCOUNT
001320                           THRU 2000-PROCESS-ACCOUNT-EXIT
001330         UNTIL WS-MAST-EOF.
001340     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001350     GO TO 9999-EXIT.
001360
001370*----------------------------------------------------------------*
001380* 1000-INITIALIZE - OPEN FILES, LOAD THE BRANCH/OFFICER TABLE,
001390*     PRINT THE LISTING TITLE, AND PRIME THE MASTER READ.
001400*----------------------------------------------------------------*
001410 1000-INITIALIZE.
001420     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001430     OPEN INPUT  BRNOFF.
001440     OPEN INPUT  ACCTMAST.
001450     OPEN OUTPUT ORPHRPT.
001460     PERFORM 1100-TAKE-REFERENCE THRU 1100-TAKE-REFERENCE-EXIT
001470         UNTIL WS-BOFF-EOF.
001480     CLOSE BRNOFF.
001490     PERFORM 8100-PRINT-REPORT-TITLE
001500                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
001510     PERFORM 2100-READ-ACCTMAST  THRU 2100-READ-ACCTMAST-EXIT.
001520 1000-INITIALIZE-EXIT.
001530     EXIT.
001540
001550*----------------------------------------------------------------*
001560* 1100-TAKE-REFERENCE - READ ONE REFERENCE RECORD INTO THE TABLE
001570*----------------------------------------------------------------*
001580 1100-TAKE-REFERENCE.
001590     READ BRNOFF
001600         AT END
001610             MOVE 'Y' TO WS-BOFF-EOF-SW
001620     END-READ.
001630     IF WS-BOFF-EOF
001640         GO TO 1100-TAKE-REFERENCE-EXIT
001650     END-IF.
001660     IF WS-REF-COUNT NOT < WS-REF-MAX
001670         DISPLAY 'CCORPHAN - BRNOFF EXCEEDS TABLE - ABORTING'
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     ADD 1 TO WS-REF-READ.
001720     ADD 1 TO WS-REF-COUNT.
001730     MOVE CC-BOFF-KEY    TO WS-REF-KEY (WS-REF-COUNT).
001740     MOVE CC-BOFF-STATUS TO WS-REF-STATUS (WS-REF-COUNT).
001750 1100-TAKE-REFERENCE-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------*
001790* 2000-PROCESS-ACCOUNT - CHECK ONE MASTER ACCOUNT'S BRANCH AND
001800*     OFFICER, LIST IT IF EITHER IS UNKNOWN OR INACTIVE, AND READ
001810*     THE NEXT ONE.
001820*----------------------------------------------------------------*
001830 2000-PROCESS-ACCOUNT.
001840     MOVE 'B' TO WS-REF-CHK-TYPE.
001850     MOVE CC-ACCT-BRANCH-CD TO WS-REF-CHK-CODE.
001860     PERFORM 3000-CHECK-REFERENCE
001870                           THRU 3000-CHECK-REFERENCE-EXIT.
001880     MOVE WS-REF-CHK-TEXT TO WS-BRANCH-TEXT.
001890     IF NOT WS-REF-CHK-ACTIVE
001900         IF WS-REF-CHK-INACTIVE
001910             ADD 1 TO WS-BRN-INACTIVE
001920         ELSE
001930             ADD 1 TO WS-BRN-UNKNOWN
001940         END-IF
001950     END-IF.
001960     MOVE 'O' TO WS-REF-CHK-TYPE.
001970     MOVE CC-ACCT-OFFICER-CD TO WS-REF-CHK-CODE.
001980     PERFORM 3000-CHECK-REFERENCE
001990                           THRU 3000-CHECK-REFERENCE-EXIT.
002000     MOVE WS-REF-CHK-TEXT TO WS-OFFICER-TEXT.
002010     IF NOT WS-REF-CHK-ACTIVE
002020         IF WS-REF-CHK-INACTIVE
002030             ADD 1 TO WS-OFF-INACTIVE
002040         ELSE
002050             ADD 1 TO WS-OFF-UNKNOWN
002060         END-IF
002070     END-IF.
002080     IF WS-BRANCH-TEXT = SPACE AND WS-OFFICER-TEXT = SPACE
002090         GO TO 2000-PROCESS-NEXT
002100     END-IF.
002110     ADD 1 TO WS-ORPHAN-COUNT.
002120     IF CC-ACCT-IS-OPEN
002130         ADD 1 TO WS-ORPHAN-OPEN
002140     END-IF.
002150     PERFORM 4000-LIST-ACCOUNT   THRU 4000-LIST-ACCOUNT-EXIT.
002160 2000-PROCESS-NEXT.
002170     PERFORM 2100-READ-ACCTMAST  THRU 2100-READ-ACCTMAST-EXIT.
002180 2000-PROCESS-ACCOUNT-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------------*
002220* 2100-READ-ACCTMAST - READ THE NEXT ACCOUNT MASTER RECORD
002230*----------------------------------------------------------------*
002240 2100-READ-ACCTMAST.
002250     READ ACCTMAST
002260         AT END
002270             MOVE 'Y' TO WS-MAST-EOF-SW
002280     END-READ.
002290     IF NOT WS-MAST-EOF
002300         ADD 1 TO WS-MAST-READ
002310     END-IF.
002320 2100-READ-ACCTMAST-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------*
002360* 3000-CHECK-REFERENCE - LOOK UP WS-REF-CHK-KEY ON THE BRANCH/
002370*     OFFICER TABLE AND SET WS-REF-CHK-SW AND ITS LISTING TEXT
002380*----------------------------------------------------------------*
002390 3000-CHECK-REFERENCE.
002400     MOVE ZERO TO WS-REF-FOUND-IX.
002410     PERFORM 3010-FIND-REFERENCE THRU 3010-FIND-REFERENCE-EXIT
002420         VARYING WS-REF-IX FROM 1 BY 1
002430         UNTIL WS-REF-IX > WS-REF-COUNT
002440            OR WS-REF-FOUND-IX > ZERO.
002450     IF WS-REF-FOUND-IX = ZERO
002460         MOVE 'U' TO WS-REF-CHK-SW
002470         MOVE 'UNKNOWN ' TO WS-REF-CHK-TEXT
002480     ELSE
002490     IF WS-REF-IS-ACTIVE (WS-REF-FOUND-IX)
002500         MOVE 'A' TO WS-REF-CHK-SW
002510         MOVE SPACE TO WS-REF-CHK-TEXT
002520     ELSE
002530         MOVE 'I' TO WS-REF-CHK-SW
002540         MOVE 'INACTIVE' TO WS-REF-CHK-TEXT
002550     END-IF END-IF.
002560 3000-CHECK-REFERENCE-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------------*
002600* 3010-FIND-REFERENCE - COMPARE ONE BRANCH/OFFICER TABLE ENTRY
002610*----------------------------------------------------------------*
002620 3010-FIND-REFERENCE.
002630     IF WS-REF-CHK-KEY = WS-REF-KEY (WS-REF-IX)
002640         MOVE WS-REF-IX TO WS-REF-FOUND-IX
002650     END-IF.
002660 3010-FIND-REFERENCE-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------*
002700* 4000-LIST-ACCOUNT - ONE LISTING LINE - ACCOUNT, STATUS, BRANCH
002710*     AND ITS FINDING, OFFICER AND ITS FINDING, AND CUSTOMER NAME
002720*----------------------------------------------------------------*
002730 4000-LIST-ACCOUNT.
002740     MOVE CC-ACCT-MAST-NO TO WS-RPT-ACCT-ED.
002750     MOVE SPACE TO ORPH-LINE.
002760     STRING ' ' WS-RPT-ACCT-ED
002770            '  ' CC-ACCT-STATUS
002780            '  ' CC-ACCT-BRANCH-CD
002790            ' ' WS-BRANCH-TEXT
002800            '  ' CC-ACCT-OFFICER-CD
002810            ' ' WS-OFFICER-TEXT
002820            '  ' CC-ACCT-CUST-NAME
002830            DELIMITED BY SIZE INTO ORPH-LINE.
002840     WRITE ORPH-LINE.
002850 4000-LIST-ACCOUNT-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------------*
002890* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND CLOSE FILES
002900*----------------------------------------------------------------*
002910 8000-FINALIZE.
002920     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
002930     CLOSE ACCTMAST.
002940     CLOSE ORPHRPT.
002950 8000-FINALIZE-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------*
002990* 8100-PRINT-REPORT-TITLE - REPORT TITLE AND COLUMN HEADINGS
003000*----------------------------------------------------------------*
003010 8100-PRINT-REPORT-TITLE.
003020     MOVE WS-CURR-DATE TO WS-RPT-DATE.
003030     MOVE SPACE TO ORPH-LINE.
003040     STRING 'CCORPHAN ORPHANED ACCOUNT LISTING - RUN DATE '
003050            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
003060            WS-RPT-DATE-CC WS-RPT-DATE-YY
003070            DELIMITED BY SIZE INTO ORPH-LINE.
003080     WRITE ORPH-LINE.
003090     MOVE SPACE TO ORPH-LINE.
003100     WRITE ORPH-LINE.
003110     MOVE ' ACCT-NO  S  BRCH           OFCR           CUSTOMER'
003120         TO ORPH-LINE.
003130     WRITE ORPH-LINE.
003140     MOVE SPACE TO ORPH-LINE.
003150     WRITE ORPH-LINE.
003160 8100-PRINT-REPORT-TITLE-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------*
003200* 8200-PRINT-SUMMARY - END-OF-RUN CONTROL COUNTS.  AN ACCOUNT WITH
003210*     BOTH CODES BAD COUNTS ONCE AS ORPHANED AND ONCE UNDER EACH
003220*     FINDING.
003230*----------------------------------------------------------------*
003240 8200-PRINT-SUMMARY.
003250     MOVE SPACE TO ORPH-LINE.
003260     WRITE ORPH-LINE.
003270
003280     MOVE WS-REF-READ TO WS-RPT-COUNT-ED.
003290     MOVE SPACE TO ORPH-LINE.
003300     STRING 'REFERENCE CODES LOADED . . . . . ' WS-RPT-COUNT-ED
003310            DELIMITED BY SIZE INTO ORPH-LINE.
003320     WRITE ORPH-LINE.
003330
003340     MOVE WS-MAST-READ TO WS-RPT-COUNT-ED.
003350     MOVE SPACE TO ORPH-LINE.
003360     STRING 'MASTER ACCOUNTS READ . . . . . . ' WS-RPT-COUNT-ED
003370            DELIMITED BY SIZE INTO ORPH-LINE.
003380     WRITE ORPH-LINE.
003390
003400     MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-ED.
003410     MOVE SPACE TO ORPH-LINE.
003420     STRING 'ORPHANED ACCOUNTS LISTED . . . . ' WS-RPT-COUNT-ED
003430            DELIMITED BY SIZE INTO ORPH-LINE.
003440     WRITE ORPH-LINE.
003450
003460     MOVE WS-ORPHAN-OPEN TO WS-RPT-COUNT-ED.
003470     MOVE SPACE TO ORPH-LINE.
003480     STRING '  OF WHICH OPEN  . . . . . . . . ' WS-RPT-COUNT-ED
003490            DELIMITED BY SIZE INTO ORPH-LINE.
003500     WRITE ORPH-LINE.
003510
003520     MOVE WS-BRN-UNKNOWN TO WS-RPT-COUNT-ED.
003530     MOVE SPACE TO ORPH-LINE.
003540     STRING 'BRANCH NOT ON REFERENCE FILE . . ' WS-RPT-COUNT-ED
003550            DELIMITED BY SIZE INTO ORPH-LINE.
003560     WRITE ORPH-LINE.
003570
003580     MOVE WS-BRN-INACTIVE TO WS-RPT-COUNT-ED.
003590     MOVE SPACE TO ORPH-LINE.
003600     STRING 'BRANCH INACTIVE  . . . . . . . . ' WS-RPT-COUNT-ED
003610            DELIMITED BY SIZE INTO ORPH-LINE.
003620     WRITE ORPH-LINE.
003630
003640     MOVE WS-OFF-UNKNOWN TO WS-RPT-COUNT-ED.
003650     MOVE SPACE TO ORPH-LINE.
003660     STRING 'OFFICER NOT ON REFERENCE FILE  . ' WS-RPT-COUNT-ED
003670            DELIMITED BY SIZE INTO ORPH-LINE.
003680     WRITE ORPH-LINE.
003690
003700     MOVE WS-OFF-INACTIVE TO WS-RPT-COUNT-ED.
003710     MOVE SPACE TO ORPH-LINE.
003720     STRING 'OFFICER INACTIVE . . . . . . . . ' WS-RPT-COUNT-ED
003730            DELIMITED BY SIZE INTO ORPH-LINE.
003740     WRITE ORPH-LINE.
003750 8200-PRINT-SUMMARY-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790* 9999-EXIT - COMMON PROGRAM EXIT
003800*----------------------------------------------------------------*
003810 9999-EXIT.
003820     STOP RUN.
