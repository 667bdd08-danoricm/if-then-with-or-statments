000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCOVEXP.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  WEEKLY ACCOUNT OVERRIDE
000230*                  EXPIRY LISTING.  READS THE OVERRIDE FILE AND
000240*                  LISTS EVERY OVERRIDE ALREADY PAST ITS EXPIRY
000250*                  DATE (STILL ON FILE, NO LONGER APPLIED BY THE
000260*                  ELIGIBILITY RUN) AND EVERY OVERRIDE DUE TO
000270*                  EXPIRE WITHIN THE WARNING WINDOW, WITH THE
000280*                  REQUESTING OFFICER AND REASON, SO EACH ONE IS
000290*                  EXTENDED OR DELETED THROUGH CCOMAINT BEFORE
000300*                  IT LAPSES UNNOTICED.  THE WINDOW IS COUNTED IN
000310*                  CALENDAR DAYS WITH THE SAME SERIAL-DAY
000320*                  CONVERSION THE ELIGIBILITY RUN USES.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OVRDFILE   ASSIGN TO OVRDFILE
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT OVXRPT     ASSIGN TO OVXRPT
000400            ORGANIZATION IS SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OVRDFILE
000450     RECORDING MODE IS F.
000460 COPY CCOVRD.
000470
000480 FD  OVXRPT
000490     RECORDING MODE IS F.
000500 01  OVX-LINE                  PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------*
000540* SWITCHES
000550*----------------------------------------------------------------*
000560 77  WS-OVRD-EOF-SW         PIC X(01)   VALUE 'N'.
000570     88  WS-OVRD-EOF                    VALUE 'Y'.
000580
000590*----------------------------------------------------------------*
000600* RUN DATE - PRINTED ON THE LISTING TITLE
000610*----------------------------------------------------------------*
000620 77  WS-CURR-DATE           PIC 9(08).
000630
000640*----------------------------------------------------------------*
000650* WARNING WINDOW - AN OVERRIDE EXPIRING WITHIN THIS MANY DAYS OF
000660* THE RUN DATE IS LISTED.  TWO WEEKS GIVES THE WEEKLY RUN ONE
000670* FULL CYCLE OF NOTICE BEFORE THE OVERRIDE LAPSES.
000680*----------------------------------------------------------------*
000690 77  WS-WARN-DAYS           PIC 9(03)   VALUE 14     COMP.
000700
000710*----------------------------------------------------------------*
000720* SERIAL-DAY WORK AREAS FOR THE DAYS-TO-EXPIRY FIGURE (THE SAME
000730* CONVERSION THE ELIGIBILITY RUN USES FOR THE SUPPRESSION
000740* WINDOW).
000750*----------------------------------------------------------------*
000760 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
000770 77  WS-EXPIRY-SERIAL       PIC 9(08)   VALUE ZERO   COMP.
000780 77  WS-DAYS-TO-EXPIRY      PIC S9(08)  VALUE ZERO   COMP.
000790 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
000800 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
000810 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
000820 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
000830 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
000840 01  WS-DTD-DATE.
000850     05  WS-DTD-YEAR        PIC 9(04).
000860     05  WS-DTD-MM          PIC 9(02).
000870     05  WS-DTD-DD          PIC 9(02).
000880 01  WS-CUM-DAYS-LIST       PIC X(36)
000890         VALUE '000031059090120151181212243273304334'.
000900 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
000910     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
000920                            PIC 9(03).
000930
000940*----------------------------------------------------------------*
000950* RUN CONTROL COUNTERS FOR THE LISTING
000960*----------------------------------------------------------------*
000970 77  WS-OVRD-READ           PIC 9(07)   VALUE ZERO   COMP.
000980 77  WS-EXPIRED-COUNT       PIC 9(07)   VALUE ZERO   COMP.
000990 77  WS-EXPIRING-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001000 77  WS-BAD-DATE-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001010
001020*----------------------------------------------------------------*
001030* LISTING LINE WORK AREAS
001040*----------------------------------------------------------------*
001050 01  WS-RPT-DATE.
001060     05  WS-RPT-DATE-CC     PIC 9(02).
001070     05  WS-RPT-DATE-YY     PIC 9(02).
001080     05  WS-RPT-DATE-MM     PIC 9(02).
001090     05  WS-RPT-DATE-DD     PIC 9(02).
001100 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001110 01  WS-RPT-ACCT-ED         PIC 9(07).
001120 01  WS-RPT-DAYS-ED         PIC -ZZZ9.
001130 01  WS-RPT-STATUS          PIC X(08)   VALUE SPACE.
001140
001150 PROCEDURE DIVISION.
001160*================================================================*
001170* 0000-MAINLINE
001180*================================================================*
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001210     PERFORM 2000-PROCESS-OVERRIDE
001220                           THRU 2000-PROCESS-OVERRIDE-EXIT
001230         UNTIL WS-OVRD-EOF.
001240     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001250     GO TO 9999-EXIT.
001260
001270*----------------------------------------------------------------*
001280* 1000-INITIALIZE - OPEN FILES, FIX TODAY'S SERIAL DAY, PRINT
001290*     THE LISTING TITLE, AND PRIME THE READ.
001300*----------------------------------------------------------------*
001310 1000-INITIALIZE.
001320     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001330     OPEN INPUT  OVRDFILE.
001340     OPEN OUTPUT OVXRPT.
001350     MOVE WS-CURR-DATE TO WS-DTD-DATE.
001360     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001370     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
001380     PERFORM 8100-PRINT-REPORT-TITLE
001390                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
001400     PERFORM 2100-READ-OVRDFILE  THRU 2100-READ-OVRDFILE-EXIT.
001410 1000-INITIALIZE-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------------*
001450* 2000-PROCESS-OVERRIDE - DECIDE WHETHER ONE OVERRIDE BELONGS ON
001460*     THE LISTING AND READ THE NEXT ONE.  AN EXPIRY DATE THAT IS
001470*     NOT A VALID DATE IS LISTED TOO - THE ELIGIBILITY RUN WILL
001480*     NEVER TREAT THAT OVERRIDE AS LIVE.
001490*----------------------------------------------------------------*
001500 2000-PROCESS-OVERRIDE.
001510     IF CC-OVRD-EXPIRY-DATE NOT NUMERIC
001520         MOVE 'BAD DATE' TO WS-RPT-STATUS
001530         MOVE ZERO TO WS-DAYS-TO-EXPIRY
001540         ADD 1 TO WS-BAD-DATE-COUNT
001550         PERFORM 4000-LIST-OVERRIDE
001560                           THRU 4000-LIST-OVERRIDE-EXIT
001570         GO TO 2000-PROCESS-NEXT
001580     END-IF.
001590     MOVE CC-OVRD-EXPIRY-DATE TO WS-DTD-DATE.
001600     IF WS-DTD-MM < 01 OR WS-DTD-MM > 12
001610         MOVE 'BAD DATE' TO WS-RPT-STATUS
001620         MOVE ZERO TO WS-DAYS-TO-EXPIRY
001630         ADD 1 TO WS-BAD-DATE-COUNT
001640         PERFORM 4000-LIST-OVERRIDE
001650                           THRU 4000-LIST-OVERRIDE-EXIT
001660         GO TO 2000-PROCESS-NEXT
001670     END-IF.
001680     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001690     MOVE WS-DTD-SERIAL TO WS-EXPIRY-SERIAL.
001700     COMPUTE WS-DAYS-TO-EXPIRY =
001710         WS-EXPIRY-SERIAL - WS-TODAY-SERIAL.
001720     IF WS-DAYS-TO-EXPIRY < ZERO
001730         MOVE 'EXPIRED ' TO WS-RPT-STATUS
001740         ADD 1 TO WS-EXPIRED-COUNT
001750         PERFORM 4000-LIST-OVERRIDE
001760                           THRU 4000-LIST-OVERRIDE-EXIT
001770     ELSE
001780     IF WS-DAYS-TO-EXPIRY NOT > WS-WARN-DAYS
001790         MOVE 'EXPIRING' TO WS-RPT-STATUS
001800         ADD 1 TO WS-EXPIRING-COUNT
001810         PERFORM 4000-LIST-OVERRIDE
001820                           THRU 4000-LIST-OVERRIDE-EXIT
001830     END-IF END-IF.
001840 2000-PROCESS-NEXT.
001850     PERFORM 2100-READ-OVRDFILE  THRU 2100-READ-OVRDFILE-EXIT.
001860 2000-PROCESS-OVERRIDE-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------------*
001900* 2100-READ-OVRDFILE - READ THE NEXT ACCOUNT OVERRIDE RECORD
001910*----------------------------------------------------------------*
001920 2100-READ-OVRDFILE.
001930     READ OVRDFILE
001940         AT END
001950             MOVE 'Y' TO WS-OVRD-EOF-SW
001960     END-READ.
001970     IF NOT WS-OVRD-EOF
001980         ADD 1 TO WS-OVRD-READ
001990     END-IF.
002000 2100-READ-OVRDFILE-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------------*
002040* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
002050*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
002060*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
002070*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
002080*     SITS BEFORE MARCH 1.
002090*----------------------------------------------------------------*
002100 2620-DATE-TO-SERIAL.
002110     COMPUTE WS-DTD-SERIAL =
002120         WS-DTD-YEAR * 365 + WS-DTD-DD
002130             + WS-CUM-DAYS-MM (WS-DTD-MM).
002140     DIVIDE WS-DTD-YEAR BY 4
002150         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
002160     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
002170     DIVIDE WS-DTD-YEAR BY 100
002180         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
002190     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
002200     DIVIDE WS-DTD-YEAR BY 400
002210         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
002220     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
002230     IF WS-DTD-MM < 3
002240         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
002250                 OR WS-DTD-REM-400 = ZERO
002260             SUBTRACT 1 FROM WS-DTD-SERIAL
002270         END-IF
002280     END-IF.
002290 2620-DATE-TO-SERIAL-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330* 4000-LIST-OVERRIDE - ONE LISTING LINE - ACCOUNT, ACTION,
002340*     EXPIRY DATE, STATUS, DAYS TO EXPIRY (NEGATIVE ONCE PAST),
002350*     REQUESTING OFFICER, AND REASON
002360*----------------------------------------------------------------*
002370 4000-LIST-OVERRIDE.
002380     MOVE CC-OVRD-ACCT-NO TO WS-RPT-ACCT-ED.
002390     MOVE WS-DAYS-TO-EXPIRY TO WS-RPT-DAYS-ED.
002400     MOVE SPACE TO OVX-LINE.
002410     STRING ' ' WS-RPT-ACCT-ED
002420            '  ' CC-OVRD-ACTION
002430            '  ' CC-OVRD-EXPIRY-DATE
002440            '  ' WS-RPT-STATUS
002450            ' ' WS-RPT-DAYS-ED
002460            '  ' CC-OVRD-OFFICER-CD
002470            '  ' CC-OVRD-REASON
002480            DELIMITED BY SIZE INTO OVX-LINE.
002490     WRITE OVX-LINE.
002500 4000-LIST-OVERRIDE-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------*
002540* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND CLOSE FILES
002550*----------------------------------------------------------------*
002560 8000-FINALIZE.
002570     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
002580     CLOSE OVRDFILE.
002590     CLOSE OVXRPT.
002600 8000-FINALIZE-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------*
002640* 8100-PRINT-REPORT-TITLE - REPORT TITLE, THE WARNING WINDOW IN
002650*     FORCE, AND THE COLUMN HEADINGS
002660*----------------------------------------------------------------*
002670 8100-PRINT-REPORT-TITLE.
002680     MOVE WS-CURR-DATE TO WS-RPT-DATE.
002690     MOVE SPACE TO OVX-LINE.
002700     STRING 'CCOVEXP OVERRIDE EXPIRY LISTING - RUN DATE '
002710            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
002720            WS-RPT-DATE-CC WS-RPT-DATE-YY
002730            DELIMITED BY SIZE INTO OVX-LINE.
002740     WRITE OVX-LINE.
002750     MOVE WS-WARN-DAYS TO WS-RPT-COUNT-ED.
002760     MOVE SPACE TO OVX-LINE.
002770     STRING 'WARNING WINDOW (DAYS) . . . . . . ' WS-RPT-COUNT-ED
002780            DELIMITED BY SIZE INTO OVX-LINE.
002790     WRITE OVX-LINE.
002800     MOVE SPACE TO OVX-LINE.
002810     WRITE OVX-LINE.
002820     MOVE ' ACCT-NO  A  EXPIRY    STATUS    DAYS  OFCR  REASON'
002830         TO OVX-LINE.
002840     WRITE OVX-LINE.
002850     MOVE SPACE TO OVX-LINE.
002860     WRITE OVX-LINE.
002870 8100-PRINT-REPORT-TITLE-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
002910* 8200-PRINT-SUMMARY - END-OF-RUN CONTROL COUNTS
002920*----------------------------------------------------------------*
002930 8200-PRINT-SUMMARY.
002940     MOVE SPACE TO OVX-LINE.
002950     WRITE OVX-LINE.
002960
002970     MOVE WS-OVRD-READ TO WS-RPT-COUNT-ED.
002980     MOVE SPACE TO OVX-LINE.
002990     STRING 'OVERRIDES READ . . . . . . . . . ' WS-RPT-COUNT-ED
003000            DELIMITED BY SIZE INTO OVX-LINE.
003010     WRITE OVX-LINE.
003020
003030     MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT-ED.
003040     MOVE SPACE TO OVX-LINE.
003050     STRING 'OVERRIDES ALREADY EXPIRED  . . . ' WS-RPT-COUNT-ED
003060            DELIMITED BY SIZE INTO OVX-LINE.
003070     WRITE OVX-LINE.
003080
003090     MOVE WS-EXPIRING-COUNT TO WS-RPT-COUNT-ED.
003100     MOVE SPACE TO OVX-LINE.
003110     STRING 'OVERRIDES EXPIRING IN WINDOW . . ' WS-RPT-COUNT-ED
003120            DELIMITED BY SIZE INTO OVX-LINE.
003130     WRITE OVX-LINE.
003140
003150     MOVE WS-BAD-DATE-COUNT TO WS-RPT-COUNT-ED.
003160     MOVE SPACE TO OVX-LINE.
003170     STRING 'OVERRIDES WITH BAD EXPIRY DATE . ' WS-RPT-COUNT-ED
003180            DELIMITED BY SIZE INTO OVX-LINE.
003190     WRITE OVX-LINE.
003200 8200-PRINT-SUMMARY-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240* 9999-EXIT - COMMON PROGRAM EXIT
003250*----------------------------------------------------------------*
003260 9999-EXIT.
003270     STOP RUN.
