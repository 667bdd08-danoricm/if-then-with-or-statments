000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCDTROLL.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  PROCESSING-DATE CONTROL.
000230*                  THE DAILY CHAIN NO LONGER READS THE SYSTEM
000240*                  CLOCK FOR ITS RUN DATE - IT READS THE ONE
000250*                  RECORD ON PROCDATE, AND THIS IS THE ONLY
000260*                  PROGRAM THAT WRITES IT.  THE DTPARM CARD
000270*                  SAYS WHAT TO DO:
000280*                    ROLL  - AT THE START OF A BUSINESS DAY, MOVE
000290*                            A CLOSED DATE FORWARD TO THE NEXT
000300*                            BUSINESS DAY ON THE SHOP CALENDAR,
000310*                            PASSING OVER WEEKENDS AND HOLIDAYS,
000320*                            AND OPEN IT.  A DATE STILL OPEN -
000330*                            ITS CHAIN NEVER FINISHED CLEAN - IS
000340*                            NOT ROLLED, SO THE CHAIN CANNOT RUN
000350*                            TWICE FOR ONE BUSINESS DATE OR SKIP
000360*                            ONE.  NOR IS A DATE ROLLED BEFORE
000370*                            THE CLOCK HAS REACHED IT.
000380*                    CLOSE - AT THE END OF THE CHAIN, MARK THE
000390*                            OPEN DATE CLOSED.  CCEDIT REFUSES A
000400*                            CLOSED DATE, WHICH IS WHAT STOPS A
000410*                            SECOND RUN OF THE CHAIN.
000420*                  THE CALENDAR IS PROVED IN DATE ORDER WITH NO
000430*                  GAPS ON EVERY ROLL, SINCE EVERY BUSINESS-DAY
000440*                  COUNT IN THE CHAIN DEPENDS ON IT.  A REFUSED
000450*                  FUNCTION ENDS WITH RC=16 AND WRITES THE
000460*                  RECORD BACK UNCHANGED; RC=4 FLAGS A WARNING
000470*                  (CALENDAR RUNNING SHORT, DATE BEHIND THE
000480*                  CLOCK, OR A CLOSE OF A DATE ALREADY CLOSED).
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DTPARM     ASSIGN TO DTPARM
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT PDTIN      ASSIGN TO PDTIN
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT CALENDAR   ASSIGN TO CALENDAR
000580            ORGANIZATION IS SEQUENTIAL.
000590     SELECT PDTOUT     ASSIGN TO PDTOUT
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT DTRPT      ASSIGN TO DTRPT
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DTPARM
000670     RECORDING MODE IS F.
000680 01  DTP-REC.
000690     05  DTP-FUNCTION          PIC X(05).
000700         88  DTP-ROLL                   VALUE 'ROLL '.
000710         88  DTP-CLOSE                  VALUE 'CLOSE'.
000720     05  FILLER                PIC X(75).
000730
000740 FD  PDTIN
000750     RECORDING MODE IS F.
000760 COPY CCPDT.
000770
000780 FD  CALENDAR
000790     RECORDING MODE IS F.
000800 COPY CCCAL.
000810
000820 FD  PDTOUT
000830     RECORDING MODE IS F.
000840 01  PDT-OUT-REC               PIC X(80).
000850
000860 FD  DTRPT
000870     RECORDING MODE IS F.
000880 01  DTR-LINE                  PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------*
000920* SWITCHES
000930*----------------------------------------------------------------*
000940 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
000950     88  WS-CAL-EOF                     VALUE 'Y'.
000960 77  WS-REFUSE-SW           PIC X(01)   VALUE 'N'.
000970     88  WS-REFUSED                     VALUE 'Y'.
000980 77  WS-WARN-SW             PIC X(01)   VALUE 'N'.
000990     88  WS-WARNED                      VALUE 'Y'.
001000
001010*----------------------------------------------------------------*
001020* CLOCK DATE AND TIME - THIS PROGRAM ALONE WORKS FROM THE CLOCK,
001030* TO STAMP THE ROLL AND CLOSE AND TO KEEP A DATE FROM BEING
001040* ROLLED BEFORE IT HAS ARRIVED.
001050*----------------------------------------------------------------*
001060 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001070 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001080 77  WS-CLOCK-TS            PIC 9(14)   VALUE ZERO.
001090
001100*----------------------------------------------------------------*
001110* CALENDAR SCAN.  THE SCAN STATE SAYS WHAT THE NEXT CALENDAR DAY
001120* IS LOOKED AT FOR:
001130*   C - STILL LOOKING FOR THE CURRENT BUSINESS DATE
001140*   N - LOOKING FOR THE NEW BUSINESS DATE (FIRST BUSINESS DAY
001150*       AFTER THE CURRENT ONE)
001160*   X - LOOKING FOR THE BUSINESS DAY AFTER THE NEW ONE
001170*   R - COUNTING THE BUSINESS DAYS LEFT ON THE CALENDAR
001180*----------------------------------------------------------------*
001190 77  WS-SCAN-STATE          PIC X(01)   VALUE 'C'.
001200     88  WS-SCAN-FIND-CURRENT           VALUE 'C'.
001210     88  WS-SCAN-FIND-NEW               VALUE 'N'.
001220     88  WS-SCAN-FIND-NEXT              VALUE 'X'.
001230     88  WS-SCAN-COUNT-LEFT             VALUE 'R'.
001240 77  WS-CAL-READ            PIC 9(07)   VALUE ZERO   COMP.
001250 77  WS-PREV-SERIAL         PIC 9(08)   VALUE ZERO   COMP.
001260 77  WS-SKIP-COUNT          PIC 9(05)   VALUE ZERO   COMP.
001270 77  WS-DAYS-LEFT           PIC 9(07)   VALUE ZERO   COMP.
001280 77  WS-NEW-DATE            PIC 9(08)   VALUE ZERO.
001290 77  WS-NEW-NEXT-DATE       PIC 9(08)   VALUE ZERO.
001300 77  WS-NEW-MONTH-END       PIC X(01)   VALUE 'N'.
001310
001320*----------------------------------------------------------------*
001330* CALENDAR WARNING - FEWER BUSINESS DAYS THAN THIS LEFT ON THE
001340* CALENDAR AFTER THE NEW DATE, AND THE ROLL ENDS WITH RC=4 SO
001350* OPERATIONS EXTENDS IT BEFORE IT RUNS OUT.
001360*----------------------------------------------------------------*
001370 77  WS-CAL-WARN-DAYS       PIC 9(05)   VALUE 20     COMP.
001380
001390*----------------------------------------------------------------*
001400* SERIAL-DAY WORK AREAS FOR PROVING THE CALENDAR HAS NO GAPS (THE
001410* SAME CONVERSION THE ELIGIBILITY RUN USES).
001420*----------------------------------------------------------------*
001430 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001440 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001450 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
001460 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
001470 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001480 01  WS-DTD-DATE.
001490     05  WS-DTD-YEAR        PIC 9(04).
001500     05  WS-DTD-MM          PIC 9(02).
001510     05  WS-DTD-DD          PIC 9(02).
001520 01  WS-CUM-DAYS-LIST       PIC X(36)
001530         VALUE '000031059090120151181212243273304334'.
001540 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001550     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001560                            PIC 9(03).
001570
001580*----------------------------------------------------------------*
001590* REPORT LINE WORK AREAS
001600*----------------------------------------------------------------*
001610 77  WS-REFUSE-REASON       PIC X(60)   VALUE SPACE.
001620 77  WS-WARN-TEXT           PIC X(60)   VALUE SPACE.
001630 77  WS-RESULT              PIC X(08)   VALUE SPACE.
001640 01  WS-RPT-DATE.
001650     05  WS-RPT-DATE-CC     PIC 9(02).
001660     05  WS-RPT-DATE-YY     PIC 9(02).
001670     05  WS-RPT-DATE-MM     PIC 9(02).
001680     05  WS-RPT-DATE-DD     PIC 9(02).
001690 01  WS-RPT-DATE-ED         PIC X(10)   VALUE SPACE.
001700 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001710 01  WS-RPT-STATUS          PIC X(06)   VALUE SPACE.
001720 01  WS-RPT-DAY-TYPE        PIC X(08)   VALUE SPACE.
001730
001740 PROCEDURE DIVISION.
001750*================================================================*
001760* 0000-MAINLINE
001770*================================================================*
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001800     IF DTP-ROLL
001810         PERFORM 2000-ROLL-DATE  THRU 2000-ROLL-DATE-EXIT
001820     ELSE
001830         PERFORM 3000-CLOSE-DATE THRU 3000-CLOSE-DATE-EXIT
001840     END-IF.
001850     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001860     GO TO 9999-EXIT.
001870
001880*----------------------------------------------------------------*
001890* 1000-INITIALIZE - TAKE THE CLOCK, READ THE FUNCTION CARD AND
001900*     THE CURRENT PROCESSING-DATE RECORD, OPEN THE OUTPUTS, AND
001910*     PRINT THE TITLE.  NO CARD, AN UNKNOWN FUNCTION, OR AN EMPTY
001920*     PROCDATE STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
001930*----------------------------------------------------------------*
001940 1000-INITIALIZE.
001950     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
001960     ACCEPT WS-TIME-RAW FROM TIME.
001970     COMPUTE WS-CLOCK-TS =
001980         WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
001990     OPEN INPUT  DTPARM.
002000     READ DTPARM
002010         AT END
002020             DISPLAY 'CCDTROLL - NO DTPARM CONTROL CARD - ABORT'
002030             MOVE 16 TO RETURN-CODE
002040             STOP RUN
002050     END-READ.
002060     CLOSE DTPARM.
002070     IF NOT DTP-ROLL AND NOT DTP-CLOSE
002080         DISPLAY 'CCDTROLL - DTPARM FUNCTION NOT ROLL OR CLOSE '
002090                 '- ABORT'
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT  PDTIN.
002140     READ PDTIN
002150         AT END
002160             DISPLAY 'CCDTROLL - PROCDATE IS EMPTY - INSTALL THE '
002170                     'FIRST GENERATION - ABORT'
002180             MOVE 16 TO RETURN-CODE
002190             STOP RUN
002200     END-READ.
002210     CLOSE PDTIN.
002220     OPEN OUTPUT PDTOUT.
002230     OPEN OUTPUT DTRPT.
002240     PERFORM 8100-PRINT-REPORT-TITLE
002250                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
002260 1000-INITIALIZE-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------*
002300* 2000-ROLL-DATE - MOVE A CLOSED BUSINESS DATE TO THE NEXT
002310*     BUSINESS DAY ON THE CALENDAR AND OPEN IT.  THE CALENDAR IS
002320*     READ END TO END SO ALL OF IT IS PROVED, AND THE DAYS PASSED
002330*     OVER ON THE WAY ARE LISTED.
002340*----------------------------------------------------------------*
002350 2000-ROLL-DATE.
002360     IF CC-PDT-OPEN
002370         MOVE 'DATE IS STILL OPEN - ITS CHAIN HAS NOT CLOSED IT'
002380             TO WS-REFUSE-REASON
002390         MOVE 'Y' TO WS-REFUSE-SW
002400         GO TO 2000-ROLL-DATE-EXIT
002410     END-IF.
002420     IF NOT CC-PDT-CLOSED
002430             OR CC-PDT-BUS-DATE NOT NUMERIC
002440         MOVE 'PROCDATE RECORD IS NOT VALID'
002450             TO WS-REFUSE-REASON
002460         MOVE 'Y' TO WS-REFUSE-SW
002470         GO TO 2000-ROLL-DATE-EXIT
002480     END-IF.
002490     OPEN INPUT  CALENDAR.
002500     PERFORM 2100-SCAN-CALENDAR  THRU 2100-SCAN-CALENDAR-EXIT
002510         UNTIL WS-CAL-EOF.
002520     CLOSE CALENDAR.
002530     IF WS-REFUSED
002540         GO TO 2000-ROLL-DATE-EXIT
002550     END-IF.
002560     IF WS-SCAN-FIND-CURRENT
002570         MOVE 'CURRENT BUSINESS DATE IS NOT ON THE CALENDAR'
002580             TO WS-REFUSE-REASON
002590         MOVE 'Y' TO WS-REFUSE-SW
002600         GO TO 2000-ROLL-DATE-EXIT
002610     END-IF.
002620     IF WS-SCAN-FIND-NEW
002630         MOVE 'NO BUSINESS DAY LEFT ON THE CALENDAR - EXTEND IT'
002640             TO WS-REFUSE-REASON
002650         MOVE 'Y' TO WS-REFUSE-SW
002660         GO TO 2000-ROLL-DATE-EXIT
002670     END-IF.
002680     IF WS-NEW-DATE > WS-CLOCK-DATE
002690         MOVE WS-NEW-DATE TO WS-RPT-DATE
002700         PERFORM 8300-EDIT-DATE  THRU 8300-EDIT-DATE-EXIT
002710         MOVE SPACE TO WS-REFUSE-REASON
002720         STRING 'NEXT BUSINESS DATE ' WS-RPT-DATE-ED
002730                ' HAS NOT ARRIVED'
002740                DELIMITED BY SIZE INTO WS-REFUSE-REASON
002750         MOVE 'Y' TO WS-REFUSE-SW
002760         GO TO 2000-ROLL-DATE-EXIT
002770     END-IF.
002780     MOVE CC-PDT-BUS-DATE  TO CC-PDT-PRIOR-DATE.
002790     MOVE WS-NEW-DATE      TO CC-PDT-BUS-DATE.
002800     MOVE WS-NEW-NEXT-DATE TO CC-PDT-NEXT-DATE.
002810     MOVE WS-NEW-MONTH-END TO CC-PDT-MONTH-END.
002820     MOVE 'O'              TO CC-PDT-STATUS.
002830     MOVE WS-CLOCK-TS      TO CC-PDT-ROLL-TS.
002840     MOVE ZERO             TO CC-PDT-CLOSE-TS.
002850     MOVE 'ROLLED'         TO WS-RESULT.
002860     IF WS-SCAN-FIND-NEXT
002870         MOVE 'NO BUSINESS DAY ON THE CALENDAR AFTER THE NEW DATE'
002880             TO WS-WARN-TEXT
002890         PERFORM 8400-PRINT-WARNING
002900                           THRU 8400-PRINT-WARNING-EXIT
002910     END-IF.
002920     IF WS-DAYS-LEFT < WS-CAL-WARN-DAYS
002930         MOVE 'CALENDAR IS RUNNING SHORT - EXTEND IT'
002940             TO WS-WARN-TEXT
002950         PERFORM 8400-PRINT-WARNING
002960                           THRU 8400-PRINT-WARNING-EXIT
002970     END-IF.
002980     IF WS-NEW-DATE < WS-CLOCK-DATE
002990         MOVE 'PROCESSING DATE IS BEHIND THE CLOCK - CATCHING UP'
003000             TO WS-WARN-TEXT
003010         PERFORM 8400-PRINT-WARNING
003020                           THRU 8400-PRINT-WARNING-EXIT
003030     END-IF.
003040 2000-ROLL-DATE-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------*
003080* 2100-SCAN-CALENDAR - READ ONE CALENDAR DAY, PROVE IT FOLLOWS
003090*     THE DAY BEFORE IT, AND TAKE WHAT THE SCAN STATE IS LOOKING
003100*     FOR.  A BAD CALENDAR REFUSES THE ROLL AND ENDS THE SCAN.
003110*----------------------------------------------------------------*
003120 2100-SCAN-CALENDAR.
003130     READ CALENDAR
003140         AT END
003150             MOVE 'Y' TO WS-CAL-EOF-SW
003160     END-READ.
003170     IF WS-CAL-EOF
003180         GO TO 2100-SCAN-CALENDAR-EXIT
003190     END-IF.
003200     ADD 1 TO WS-CAL-READ.
003210     IF CC-CAL-DATE NOT NUMERIC
003220         GO TO 2100-BAD-CALENDAR
003230     END-IF.
003240     IF NOT CC-CAL-BUS-DAY AND NOT CC-CAL-WEEKEND
003250             AND NOT CC-CAL-HOLIDAY
003260         GO TO 2100-BAD-CALENDAR
003270     END-IF.
003280     MOVE CC-CAL-DATE TO WS-DTD-DATE.
003290     IF WS-DTD-MM < 01 OR WS-DTD-MM > 12
003300         GO TO 2100-BAD-CALENDAR
003310     END-IF.
003320     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
003330     IF WS-CAL-READ > 1
003340             AND WS-DTD-SERIAL NOT = WS-PREV-SERIAL + 1
003350         GO TO 2100-BAD-CALENDAR
003360     END-IF.
003370     MOVE WS-DTD-SERIAL TO WS-PREV-SERIAL.
003380     EVALUATE TRUE
003390         WHEN WS-SCAN-FIND-CURRENT
003400             IF CC-CAL-DATE = CC-PDT-BUS-DATE
003410                 MOVE 'N' TO WS-SCAN-STATE
003420             END-IF
003430         WHEN WS-SCAN-FIND-NEW
003440             IF CC-CAL-BUS-DAY
003450                 MOVE CC-CAL-DATE      TO WS-NEW-DATE
003460                 MOVE CC-CAL-MONTH-END TO WS-NEW-MONTH-END
003470                 MOVE 'X' TO WS-SCAN-STATE
003480             ELSE
003490                 PERFORM 4000-LIST-SKIPPED-DAY
003500                           THRU 4000-LIST-SKIPPED-DAY-EXIT
003510             END-IF
003520         WHEN WS-SCAN-FIND-NEXT
003530             IF CC-CAL-BUS-DAY
003540                 MOVE CC-CAL-DATE TO WS-NEW-NEXT-DATE
003550                 ADD 1 TO WS-DAYS-LEFT
003560                 MOVE 'R' TO WS-SCAN-STATE
003570             END-IF
003580         WHEN WS-SCAN-COUNT-LEFT
003590             IF CC-CAL-BUS-DAY
003600                 ADD 1 TO WS-DAYS-LEFT
003610             END-IF
003620     END-EVALUATE.
003630     GO TO 2100-SCAN-CALENDAR-EXIT.
003640 2100-BAD-CALENDAR.
003650     MOVE WS-CAL-READ TO WS-RPT-COUNT-ED.
003660     MOVE SPACE TO WS-REFUSE-REASON.
003670     STRING 'CALENDAR INVALID, OUT OF ORDER OR GAPPED AT RECORD '
003680            WS-RPT-COUNT-ED
003690            DELIMITED BY SIZE INTO WS-REFUSE-REASON.
003700     MOVE 'Y' TO WS-REFUSE-SW.
003710     MOVE 'Y' TO WS-CAL-EOF-SW.
003720 2100-SCAN-CALENDAR-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
003770*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
003780*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
003790*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
003800*     SITS BEFORE MARCH 1.
003810*----------------------------------------------------------------*
003820 2620-DATE-TO-SERIAL.
003830     COMPUTE WS-DTD-SERIAL =
003840         WS-DTD-YEAR * 365 + WS-DTD-DD
003850             + WS-CUM-DAYS-MM (WS-DTD-MM).
003860     DIVIDE WS-DTD-YEAR BY 4
003870         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
003880     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
003890     DIVIDE WS-DTD-YEAR BY 100
003900         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
003910     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
003920     DIVIDE WS-DTD-YEAR BY 400
003930         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
003940     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
003950     IF WS-DTD-MM < 3
003960         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
003970                 OR WS-DTD-REM-400 = ZERO
003980             SUBTRACT 1 FROM WS-DTD-SERIAL
003990         END-IF
004000     END-IF.
004010 2620-DATE-TO-SERIAL-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------*
004050* 3000-CLOSE-DATE - MARK THE OPEN BUSINESS DATE CLOSED.  CLOSING
004060*     A DATE ALREADY CLOSED CHANGES NOTHING AND IS ONLY WARNED.
004070*----------------------------------------------------------------*
004080 3000-CLOSE-DATE.
004090     IF CC-PDT-CLOSED
004100         MOVE 'DATE WAS ALREADY CLOSED - LEFT AS IT WAS'
004110             TO WS-WARN-TEXT
004120         PERFORM 8400-PRINT-WARNING
004130                           THRU 8400-PRINT-WARNING-EXIT
004140         MOVE 'UNCHANGD' TO WS-RESULT
004150         GO TO 3000-CLOSE-DATE-EXIT
004160     END-IF.
004170     IF NOT CC-PDT-OPEN
004180         MOVE 'PROCDATE RECORD IS NOT VALID'
004190             TO WS-REFUSE-REASON
004200         MOVE 'Y' TO WS-REFUSE-SW
004210         GO TO 3000-CLOSE-DATE-EXIT
004220     END-IF.
004230     MOVE 'C'         TO CC-PDT-STATUS.
004240     MOVE WS-CLOCK-TS TO CC-PDT-CLOSE-TS.
004250     MOVE 'CLOSED'    TO WS-RESULT.
004260 3000-CLOSE-DATE-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------------*
004300* 4000-LIST-SKIPPED-DAY - ONE LINE FOR A WEEKEND DAY OR HOLIDAY
004310*     PASSED OVER BY THE ROLL
004320*----------------------------------------------------------------*
004330 4000-LIST-SKIPPED-DAY.
004340     ADD 1 TO WS-SKIP-COUNT.
004350     IF CC-CAL-HOLIDAY
004360         MOVE 'HOLIDAY ' TO WS-RPT-DAY-TYPE
004370     ELSE
004380         MOVE 'WEEKEND ' TO WS-RPT-DAY-TYPE
004390     END-IF.
004400     MOVE CC-CAL-DATE TO WS-RPT-DATE.
004410     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
004420     MOVE SPACE TO DTR-LINE.
004430     STRING '  PASSED OVER - ' WS-RPT-DATE-ED
004440            '  ' CC-CAL-DAY-NAME
004450            '  ' WS-RPT-DAY-TYPE
004460            ' ' CC-CAL-HOLIDAY-NAME
004470            DELIMITED BY SIZE INTO DTR-LINE.
004480     WRITE DTR-LINE.
004490 4000-LIST-SKIPPED-DAY-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------*
004530* 8000-FINALIZE - WRITE THE PROCESSING-DATE RECORD (UNCHANGED
004540*     WHEN THE FUNCTION WAS REFUSED), PRINT WHERE THE DATE NOW
004550*     STANDS, SET THE RETURN CODE, AND CLOSE FILES
004560*----------------------------------------------------------------*
004570 8000-FINALIZE.
004580     IF WS-REFUSED
004590         MOVE 'REFUSED' TO WS-RESULT
004600         MOVE SPACE TO DTR-LINE
004610         STRING '*** REFUSED - ' WS-REFUSE-REASON
004620                DELIMITED BY SIZE INTO DTR-LINE
004630         WRITE DTR-LINE
004640     END-IF.
004650     WRITE PDT-OUT-REC FROM CC-PDT-REC.
004660     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
004670     IF WS-REFUSED
004680         DISPLAY 'CCDTROLL - ' WS-REFUSE-REASON
004690         MOVE 16 TO RETURN-CODE
004700     ELSE
004710     IF WS-WARNED
004720         MOVE 4 TO RETURN-CODE
004730     END-IF END-IF.
004740     CLOSE PDTOUT.
004750     CLOSE DTRPT.
004760 8000-FINALIZE-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800* 8100-PRINT-REPORT-TITLE - REPORT TITLE, THE FUNCTION, AND THE
004810*     PROCESSING DATE AS IT STOOD BEFORE THIS RUN
004820*----------------------------------------------------------------*
004830 8100-PRINT-REPORT-TITLE.
004840     MOVE WS-CLOCK-DATE TO WS-RPT-DATE.
004850     MOVE SPACE TO DTR-LINE.
004860     STRING 'CCDTROLL PROCESSING DATE CONTROL - RUN DATE '
004870            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
004880            WS-RPT-DATE-CC WS-RPT-DATE-YY
004890            DELIMITED BY SIZE INTO DTR-LINE.
004900     WRITE DTR-LINE.
004910     MOVE SPACE TO DTR-LINE.
004920     WRITE DTR-LINE.
004930     MOVE SPACE TO DTR-LINE.
004940     STRING 'FUNCTION . . . . . . . . . . . . ' DTP-FUNCTION
004950            DELIMITED BY SIZE INTO DTR-LINE.
004960     WRITE DTR-LINE.
004970     PERFORM 8500-EDIT-STATUS    THRU 8500-EDIT-STATUS-EXIT.
004980     MOVE CC-PDT-BUS-DATE TO WS-RPT-DATE.
004990     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
005000     MOVE SPACE TO DTR-LINE.
005010     STRING 'BUSINESS DATE BEFORE THIS RUN  . ' WS-RPT-DATE-ED
005020            '  ' WS-RPT-STATUS
005030            DELIMITED BY SIZE INTO DTR-LINE.
005040     WRITE DTR-LINE.
005050     MOVE SPACE TO DTR-LINE.
005060     WRITE DTR-LINE.
005070 8100-PRINT-REPORT-TITLE-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 8200-PRINT-SUMMARY - WHERE THE PROCESSING DATE NOW STANDS
005120*----------------------------------------------------------------*
005130 8200-PRINT-SUMMARY.
005140     MOVE SPACE TO DTR-LINE.
005150     WRITE DTR-LINE.
005160     PERFORM 8500-EDIT-STATUS    THRU 8500-EDIT-STATUS-EXIT.
005170     MOVE CC-PDT-BUS-DATE TO WS-RPT-DATE.
005180     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
005190     MOVE SPACE TO DTR-LINE.
005200     STRING 'BUSINESS DATE NOW  . . . . . . . ' WS-RPT-DATE-ED
005210            '  ' WS-RPT-STATUS
005220            DELIMITED BY SIZE INTO DTR-LINE.
005230     WRITE DTR-LINE.
005240
005250     MOVE CC-PDT-PRIOR-DATE TO WS-RPT-DATE.
005260     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
005270     MOVE SPACE TO DTR-LINE.
005280     STRING 'PRIOR BUSINESS DATE  . . . . . . ' WS-RPT-DATE-ED
005290            DELIMITED BY SIZE INTO DTR-LINE.
005300     WRITE DTR-LINE.
005310
005320     MOVE CC-PDT-NEXT-DATE TO WS-RPT-DATE.
005330     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
005340     MOVE SPACE TO DTR-LINE.
005350     STRING 'NEXT BUSINESS DATE . . . . . . . ' WS-RPT-DATE-ED
005360            DELIMITED BY SIZE INTO DTR-LINE.
005370     WRITE DTR-LINE.
005380
005390     MOVE SPACE TO DTR-LINE.
005400     IF CC-PDT-IS-MONTH-END
005410         MOVE 'MONTH-END BUSINESS DAY . . . . . YES' TO DTR-LINE
005420     ELSE
005430         MOVE 'MONTH-END BUSINESS DAY . . . . . NO'  TO DTR-LINE
005440     END-IF.
005450     WRITE DTR-LINE.
005460
005470     IF DTP-ROLL AND NOT WS-REFUSED
005480         MOVE WS-SKIP-COUNT TO WS-RPT-COUNT-ED
005490         MOVE SPACE TO DTR-LINE
005500         STRING 'DAYS PASSED OVER . . . . . . . . '
005510                WS-RPT-COUNT-ED
005520                DELIMITED BY SIZE INTO DTR-LINE
005530         WRITE DTR-LINE
005540         MOVE WS-DAYS-LEFT TO WS-RPT-COUNT-ED
005550         MOVE SPACE TO DTR-LINE
005560         STRING 'BUSINESS DAYS LEFT ON CALENDAR . '
005570                WS-RPT-COUNT-ED
005580                DELIMITED BY SIZE INTO DTR-LINE
005590         WRITE DTR-LINE
005600     END-IF.
005610
005620     MOVE SPACE TO DTR-LINE.
005630     STRING 'RESULT . . . . . . . . . . . . . ' WS-RESULT
005640            DELIMITED BY SIZE INTO DTR-LINE.
005650     WRITE DTR-LINE.
005660 8200-PRINT-SUMMARY-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------*
005700* 8300-EDIT-DATE - WS-RPT-DATE AS MM/DD/CCYY IN WS-RPT-DATE-ED;
005710*     A ZERO DATE PRINTS AS 'NONE'
005720*----------------------------------------------------------------*
005730 8300-EDIT-DATE.
005740     MOVE SPACE TO WS-RPT-DATE-ED.
005750     IF WS-RPT-DATE = ZERO
005760         MOVE 'NONE' TO WS-RPT-DATE-ED
005770         GO TO 8300-EDIT-DATE-EXIT
005780     END-IF.
005790     STRING WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
005800            WS-RPT-DATE-CC WS-RPT-DATE-YY
005810            DELIMITED BY SIZE INTO WS-RPT-DATE-ED.
005820 8300-EDIT-DATE-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------*
005860* 8400-PRINT-WARNING - ONE WARNING LINE; THE RUN ENDS WITH RC=4
005870*----------------------------------------------------------------*
005880 8400-PRINT-WARNING.
005890     MOVE 'Y' TO WS-WARN-SW.
005900     MOVE SPACE TO DTR-LINE.
005910     STRING '*** WARNING - ' WS-WARN-TEXT
005920            DELIMITED BY SIZE INTO DTR-LINE.
005930     WRITE DTR-LINE.
005940 8400-PRINT-WARNING-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 8500-EDIT-STATUS - THE PROCESSING-DATE STATUS IN WORDS
005990*----------------------------------------------------------------*
006000 8500-EDIT-STATUS.
006010     IF CC-PDT-OPEN
006020         MOVE 'OPEN  ' TO WS-RPT-STATUS
006030     ELSE
006040     IF CC-PDT-CLOSED
006050         MOVE 'CLOSED' TO WS-RPT-STATUS
006060     ELSE
006070         MOVE '??????' TO WS-RPT-STATUS
006080     END-IF END-IF.
006090 8500-EDIT-STATUS-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006130* 9999-EXIT - COMMON PROGRAM EXIT
006140*----------------------------------------------------------------*
006150 9999-EXIT.
006160     STOP RUN.
