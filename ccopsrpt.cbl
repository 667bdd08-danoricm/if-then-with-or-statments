000400*                  AND THE WORST RETURN CODE IS THE ONE KEPT AND
000410*                  FLAGGED, SO ONE SEGMENT'S RC=8 CAN NO LONGER
000420*                  HIDE BEHIND ANOTHER'S RC=0.
000421* 10/15/2026  RMK  THE REPORT DAY IS THE BUSINESS DATE ON THE
000422*                  PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK,
000423*                  MATCHING THE RUN DATE EVERY CHAIN PROGRAM NOW
000424*                  LOGS - A CHAIN THAT RUNS PAST MIDNIGHT IS STILL
000425*                  REPORTED AS ONE DAY.  ELAPSED TIMES STILL COME
000426*                  FROM THE CLOCK TIMESTAMPS.
000427* 10/15/2026  RMK  RUN BACKOUT.  READS THE RUN CONTROL FILE AS
000428*                  WELL.  WHEN THE DAY'S ELIGIBILITY RUN HAS BEEN
000429*                  BACKED OUT BY CCBKOUT (ITS COUNTS RECORDS ARE
000430*                  MARKED REVERSED), THE CHAIN'S STEPS ARE STILL
000431*                  LISTED BUT TAGGED REVERSED, THEIR RETURN CODES
000432*                  AND ABENDS NO LONGER MAKE THE DAY TROUBLED, AND
000433*                  THE EXPECTED-STEP CHECK IS SKIPPED.  THE
000434*                  BACKOUT JOB'S OWN STEPS STILL COUNT - EVERY
000435*                  RECORD LOGGED AT OR AFTER THE CCBKOUT START,
000436*                  SO THE CANCELLATION ROUTING (CCROUTE) AND ITS
000437*                  PROOF (CCRTECTL) GET THEIR OWN ROWS, TAGGED
000438*                  BACKOUT, APART FROM THE CHAIN'S.  ONLY A CLEAN
000439*                  BACKOUT LETS THE DATE CLOSE.
000440* 10/15/2026  RMK  CCROUTE AND CCRTECTL ADDED TO THE EXPECTED
000441*                  CHAIN STEPS - THE DAY'S EXTRACT IS NOW SPLIT
000442*                  PER SUBSCRIBER AND THE SPLIT PROVED.  CCACKPRC
000443*                  RUNS ONCE PER SUBSCRIBER AND IS LISTED ONCE.
000445*----------------------------------------------------------------*
000447 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RUNLOG     ASSIGN TO RUNLOG
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT OPSRPT     ASSIGN TO OPSRPT
000500            ORGANIZATION IS SEQUENTIAL.
000503     SELECT PROCDATE   ASSIGN TO PROCDATE
000506            ORGANIZATION IS SEQUENTIAL.
000507     SELECT RUNCTL     ASSIGN TO RUNCTL
000508            ORGANIZATION IS SEQUENTIAL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000580 FD  OPSRPT
000590     RECORDING MODE IS F.
000600 01  OPS-LINE                  PIC X(80).
000602
000604 FD  PROCDATE
000606     RECORDING MODE IS F.
000608 COPY CCPDT.
000610
000612 FD  RUNCTL
000614     RECORDING MODE IS F.
000616 COPY CCCTL.
000618
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------*
000640* SWITCHES
000690     88  WS-STEP-FOUND                  VALUE 'Y'.
000700 77  WS-TROUBLE-SW          PIC X(01)   VALUE 'N'.
000710     88  WS-TROUBLE                     VALUE 'Y'.
000711 77  WS-CTL-EOF-SW          PIC X(01)   VALUE 'N'.
000712     88  WS-CTL-EOF                     VALUE 'Y'.
000713 77  WS-RUN-REVERSED-SW     PIC X(01)   VALUE 'N'.
000714     88  WS-RUN-REVERSED                VALUE 'Y'.
000715 77  WS-STEP-EXCL-SW        PIC X(01)   VALUE 'N'.
000716     88  WS-STEP-EXCLUDED               VALUE 'Y'.
000717 77  WS-BKOUT-REC-SW        PIC X(01)   VALUE 'N'.
000718     88  WS-BKOUT-REC                   VALUE 'Y'.
000720
000730*----------------------------------------------------------------*
000740* RUN DATE - ONLY THIS DAY'S LOG RECORDS ARE REPORTED.  IT IS THE
000745* BUSINESS DATE FROM PROCDATE, THE SAME DATE THE CHAIN LOGS.
000750*----------------------------------------------------------------*
000760 77  WS-CURR-DATE           PIC 9(08).
000761
000762*----------------------------------------------------------------*
000763* RUN BACKOUT - THE BUSINESS DATE CCBKOUT REVERSED THIS DAY'S RUN
000764* ON, FROM THE RUN CONTROL FILE, AND THE TIMESTAMP OF THE
000765* EARLIEST CCBKOUT START LOGGED FOR THE DAY.  A RECORD LOGGED
000766* BEFORE THAT BELONGS TO THE REVERSED CHAIN; ONE LOGGED AT OR
000767* AFTER IT BELONGS TO THE BACKOUT JOB (CCBKOUT AND THE
000768* CANCELLATION ROUTING AND PROOF THAT FOLLOW IT).
000769*----------------------------------------------------------------*
000770 77  WS-REV-DATE            PIC 9(08)   VALUE ZERO.
000771 77  WS-BKOUT-START-TS      PIC 9(14)   VALUE ZERO.
000772 77  WS-BACKOUT-PGM         PIC X(08)   VALUE 'CCBKOUT'.
000773
000780*----------------------------------------------------------------*
000790* STEP TABLE, ONE ROW PER PROGRAM IN THE ORDER ITS FIRST LOG
000800* RECORD ARRIVED.  A ROW WITHOUT AN END RECORD IS AN ABENDED OR
000810* STILL-RUNNING STEP.  ON A BACKED-OUT DAY A PROGRAM THE BACKOUT
000815* JOB RUNS AGAIN GETS A SECOND ROW, MARKED BY WS-STEP-BKOUT.
000820*----------------------------------------------------------------*
000830 77  WS-STEP-COUNT          PIC 9(02)   VALUE ZERO   COMP.
000840 77  WS-STEP-IX             PIC 9(02)   VALUE ZERO   COMP.
000940         10  WS-STEP-RECS-OUT   PIC 9(07).
000950         10  WS-STEP-RC         PIC 9(02).
000960         10  WS-STEP-REST       PIC X(01).
000965         10  WS-STEP-BKOUT      PIC X(01).
000970
000980*----------------------------------------------------------------*
000990* THE STEPS THE DAILY CHAIN IS EXPECTED TO RUN, IN CHAIN ORDER.
001000* (THE SORT IS A UTILITY STEP AND WRITES NO LOG RECORD.)
001010*----------------------------------------------------------------*
001020 01  WS-EXPECTED-LIST.
001030     05  FILLER             PIC X(40)   VALUE
001032         'CCEDIT  IFORTHENCCRECON CCROUTE CCRTECTL'.
001034     05  FILLER             PIC X(16)   VALUE
001036         'CCRECYCLCCACKPRC'.
001040 01  WS-EXPECTED  REDEFINES WS-EXPECTED-LIST.
001050     05  WS-EXPECTED-PGM  OCCURS 7 TIMES
001060                            PIC X(08).
001070 77  WS-EXP-IX              PIC 9(02)   VALUE ZERO   COMP.
001080
001450*----------------------------------------------------------------*
001460 77  WS-LOG-READ            PIC 9(07)   VALUE ZERO   COMP.
001470 77  WS-OTHER-DAY-COUNT     PIC 9(07)   VALUE ZERO   COMP.
001475 77  WS-REV-LOG-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001480
001490*----------------------------------------------------------------*
001500* OPERATIONS REPORT LINE WORK AREAS
001610 01  WS-ED-MM               PIC 9(02).
001620 01  WS-ED-SS               PIC 9(02).
001630 01  WS-ED-RC               PIC 9(02).
001635 01  WS-ED-REV              PIC X(08).
001640
001650 PROCEDURE DIVISION.
001660*================================================================*
001750     GO TO 9999-EXIT.
001760
001770*----------------------------------------------------------------*
001780* 1000-INITIALIZE - OPEN FILES, CLEAR THE STEP TABLE, SEE WHETHER
001790*     THE DAY'S RUN WAS BACKED OUT, AND PRIME THE READ
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE.
001820     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
001822     OPEN INPUT  RUNCTL.
001824     PERFORM 1060-CHECK-REVERSAL THRU 1060-CHECK-REVERSAL-EXIT
001826         UNTIL WS-CTL-EOF.
001828     CLOSE RUNCTL.
001829     IF WS-RUN-REVERSED
001830         OPEN INPUT  RUNLOG
001831         PERFORM 1070-FIND-BACKOUT-START
001832                           THRU 1070-FIND-BACKOUT-START-EXIT
001833             UNTIL WS-LOG-EOF
001834         CLOSE RUNLOG
001835         MOVE 'N' TO WS-LOG-EOF-SW
001836     END-IF.
001837     OPEN INPUT  RUNLOG.
001840     OPEN OUTPUT OPSRPT.
001850     PERFORM 1100-CLEAR-STEP-ENTRY
001860                           THRU 1100-CLEAR-STEP-ENTRY-EXIT
001890     PERFORM 2100-READ-RUNLOG    THRU 2100-READ-RUNLOG-EXIT.
001900 1000-INITIALIZE-EXIT.
001910     EXIT.
001911
001912*----------------------------------------------------------------*
001913* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
001914*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
001915*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
001916*----------------------------------------------------------------*
001917 1050-READ-PROC-DATE.
001918     OPEN INPUT  PROCDATE.
001919     READ PROCDATE
001920         AT END
001921             DISPLAY 'CCOPSRPT - PROCDATE IS EMPTY - ABORT'
001922             MOVE 16 TO RETURN-CODE
001923             STOP RUN
001924     END-READ.
001925     CLOSE PROCDATE.
001926     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
001927 1050-READ-PROC-DATE-EXIT.
001928     EXIT.
001929
001930*----------------------------------------------------------------*
001931* 1060-CHECK-REVERSAL - READ ONE RUN CONTROL RECORD.  A COUNTS
001932*     RECORD FOR THE RUN DATE MARKED REVERSED MEANS CCBKOUT HAS
001933*     BACKED THE DAY'S RUN OUT.  FEED RECORDS AND OTHER DAYS'
001934*     RECORDS ARE PASSED OVER.
001935*----------------------------------------------------------------*
001936 1060-CHECK-REVERSAL.
001937     READ RUNCTL
001938         AT END
001939             MOVE 'Y' TO WS-CTL-EOF-SW
001940     END-READ.
001941     IF WS-CTL-EOF
001942         GO TO 1060-CHECK-REVERSAL-EXIT
001943     END-IF.
001944     IF CC-CTL-IS-COUNTS
001945             AND CC-CTL-RUN-DATE = WS-CURR-DATE
001946             AND CC-CTL-IS-REVERSED
001947         MOVE 'Y' TO WS-RUN-REVERSED-SW
001948         MOVE CC-CTL-REV-DATE TO WS-REV-DATE
001949     END-IF.
001950 1060-CHECK-REVERSAL-EXIT.
001951     EXIT.
001952
001953*----------------------------------------------------------------*
001954* 1070-FIND-BACKOUT-START - READ ONE RUN LOG RECORD AHEAD OF THE
001955*     MAIN PASS, KEEPING THE EARLIEST CCBKOUT START FOR THE RUN
001956*     DATE.  THE MAIN PASS READS THE LOG AGAIN FROM THE TOP.
001957*----------------------------------------------------------------*
001958 1070-FIND-BACKOUT-START.
001959     READ RUNLOG
001960         AT END
001961             MOVE 'Y' TO WS-LOG-EOF-SW
001962     END-READ.
001963     IF WS-LOG-EOF
001964         GO TO 1070-FIND-BACKOUT-START-EXIT
001965     END-IF.
001966     IF CC-RLOG-PGM-ID = WS-BACKOUT-PGM
001967             AND CC-RLOG-RUN-DATE = WS-CURR-DATE
001968             AND CC-RLOG-IS-START
001969         IF WS-BKOUT-START-TS = ZERO
001970                 OR CC-RLOG-TIMESTAMP < WS-BKOUT-START-TS
001971             MOVE CC-RLOG-TIMESTAMP TO WS-BKOUT-START-TS
001972         END-IF
001973     END-IF.
001974 1070-FIND-BACKOUT-START-EXIT.
001975     EXIT.
001976*----------------------------------------------------------------*
001977* 1100-CLEAR-STEP-ENTRY - CLEAR ONE STEP TABLE ROW
001978*----------------------------------------------------------------*
001979 1100-CLEAR-STEP-ENTRY.
001980     MOVE SPACE TO WS-STEP-PGM        (WS-STEP-IX).
001981     MOVE 'N'   TO WS-STEP-START-SEEN (WS-STEP-IX).
001990     MOVE 'N'   TO WS-STEP-END-SEEN   (WS-STEP-IX).
002000     MOVE ZERO  TO WS-STEP-START-TS   (WS-STEP-IX).
002010     MOVE ZERO  TO WS-STEP-END-TS     (WS-STEP-IX).
002030     MOVE ZERO  TO WS-STEP-RECS-OUT   (WS-STEP-IX).
002040     MOVE ZERO  TO WS-STEP-RC         (WS-STEP-IX).
002050     MOVE SPACE TO WS-STEP-REST       (WS-STEP-IX).
002055     MOVE 'N'   TO WS-STEP-BKOUT      (WS-STEP-IX).
002060 1100-CLEAR-STEP-ENTRY-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------*
002100* 2000-POST-LOG-RECORD - POST ONE LOG RECORD TO ITS STEP ROW AND
002110*     READ THE NEXT ONE.  A RECORD FROM ANOTHER DAY IS COUNTED
002120*     AND SKIPPED.  ON A BACKED-OUT DAY A RECORD IS THE BACKOUT
002123*     JOB'S WHEN IT IS CCBKOUT'S OR LOGGED AT OR AFTER THE
002126*     CCBKOUT START, AND THE REVERSED CHAIN'S OTHERWISE.
002130*----------------------------------------------------------------*
002140 2000-POST-LOG-RECORD.
002150     IF CC-RLOG-RUN-DATE NOT = WS-CURR-DATE
002160         ADD 1 TO WS-OTHER-DAY-COUNT
002170         GO TO 2000-POST-NEXT
002180     END-IF.
002182     MOVE 'N' TO WS-BKOUT-REC-SW.
002184     IF WS-RUN-REVERSED
002186         IF CC-RLOG-PGM-ID = WS-BACKOUT-PGM
002188                 OR (WS-BKOUT-START-TS > ZERO
002189                 AND CC-RLOG-TIMESTAMP NOT < WS-BKOUT-START-TS)
002190             MOVE 'Y' TO WS-BKOUT-REC-SW
002191         ELSE
002192             ADD 1 TO WS-REV-LOG-COUNT
002193         END-IF
002194     END-IF.
002195     PERFORM 2200-FIND-STEP-ROW  THRU 2200-FIND-STEP-ROW-EXIT.
002200     IF NOT WS-STEP-FOUND
002210         GO TO 2000-POST-NEXT
002220     END-IF.
002900     EXIT.
002910
002920*----------------------------------------------------------------*
002930* 2200-FIND-STEP-ROW - FIND OR START THE ROW FOR THIS PROGRAM
002935*     (THE BACKOUT JOB'S OWN ROW FOR A BACKOUT RECORD).
002940*     A CHAIN LONGER THAN THE TABLE IS REPORTED AND THE OVERFLOW
002950*     RECORD DROPPED.
002960*----------------------------------------------------------------*
003060             MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IX
003070             MOVE CC-RLOG-PGM-ID
003080                     TO WS-STEP-PGM (WS-STEP-FOUND-IX)
003083             MOVE WS-BKOUT-REC-SW
003086                     TO WS-STEP-BKOUT (WS-STEP-FOUND-IX)
003090             MOVE 'Y' TO WS-STEP-FOUND-SW
003100         ELSE
003110             DISPLAY 'CCOPSRPT - STEP TABLE FULL - RECORD DROPPED'
003190*----------------------------------------------------------------*
003200 2210-COMPARE-STEP.
003210     IF CC-RLOG-PGM-ID = WS-STEP-PGM (WS-STEP-IX)
003215             AND WS-BKOUT-REC-SW = WS-STEP-BKOUT (WS-STEP-IX)
003220         MOVE 'Y' TO WS-STEP-FOUND-SW
003230         MOVE WS-STEP-IX TO WS-STEP-FOUND-IX
003240     END-IF.
003620                           THRU 8200-PRINT-STEP-LINE-EXIT
003630         VARYING WS-STEP-IX FROM 1 BY 1
003640         UNTIL WS-STEP-IX > WS-STEP-COUNT.
003643*    A REVERSED CHAIN IS NOT EXPECTED TO HAVE RUN IN FULL.
003646     IF NOT WS-RUN-REVERSED
003650         PERFORM 8300-CHECK-EXPECTED
003655                           THRU 8300-CHECK-EXPECTED-EXIT
003660             VARYING WS-EXP-IX FROM 1 BY 1
003670             UNTIL WS-EXP-IX > 7
003675     END-IF.
003680     PERFORM 8400-PRINT-VERDICT  THRU 8400-PRINT-VERDICT-EXIT.
003690     CLOSE RUNLOG.
003700     CLOSE OPSRPT.
003980*----------------------------------------------------------------*
003990* 8200-PRINT-STEP-LINE - ONE CHAIN STEP, IN THE ORDER ITS FIRST
004000*     LOG RECORD ARRIVED.  A STEP WITHOUT AN END RECORD OR ABOVE
004010*     RC=4 GETS ITS OWN TROUBLE LINE - UNLESS IT BELONGS TO A
004013*     REVERSED CHAIN, WHEN IT IS TAGGED AND LEFT OUT OF THE
004016*     VERDICT.  THE BACKOUT JOB'S ROWS ARE TAGGED BACKOUT AND
004018*     COUNT LIKE ANY OTHER STEP.
004020*----------------------------------------------------------------*
004030 8200-PRINT-STEP-LINE.
004031     MOVE 'N'   TO WS-STEP-EXCL-SW.
004032     MOVE SPACE TO WS-ED-REV.
004033     IF WS-RUN-REVERSED
004034         IF WS-STEP-BKOUT (WS-STEP-IX) = 'Y'
004035             MOVE 'BACKOUT' TO WS-ED-REV
004036         ELSE
004037             MOVE 'Y' TO WS-STEP-EXCL-SW
004038             MOVE 'REVERSED' TO WS-ED-REV
004039         END-IF
004040     END-IF.
004041     IF WS-STEP-END-SEEN (WS-STEP-IX) = 'N'
004042             AND WS-STEP-EXCLUDED
004043         MOVE SPACE TO OPS-LINE
004044         STRING '    ' WS-STEP-PGM (WS-STEP-IX)
004045                ' STARTED BUT NEVER ENDED - REVERSED'
004046                DELIMITED BY SIZE INTO OPS-LINE
004047         WRITE OPS-LINE
004048         GO TO 8200-PRINT-STEP-LINE-EXIT
004049     END-IF.
004050     IF WS-STEP-END-SEEN (WS-STEP-IX) = 'N'
004051         MOVE 'Y' TO WS-TROUBLE-SW
004060         MOVE SPACE TO OPS-LINE
004070         STRING '*** ' WS-STEP-PGM (WS-STEP-IX)
004080                ' STARTED BUT NEVER ENDED - CHECK FOR ABEND'
004250            '  ' WS-ED-OUT
004260            ' ' WS-ED-RC
004270            '  ' WS-STEP-REST (WS-STEP-IX)
004275            '  ' WS-ED-REV
004280            DELIMITED BY SIZE INTO OPS-LINE.
004290     WRITE OPS-LINE.
004300     IF WS-STEP-RC (WS-STEP-IX) > 4
004305             AND NOT WS-STEP-EXCLUDED
004310         MOVE 'Y' TO WS-TROUBLE-SW
004320         MOVE SPACE TO OPS-LINE
004330         STRING '*** ' WS-STEP-PGM (WS-STEP-IX)
005090
005100*----------------------------------------------------------------*
005110* 8400-PRINT-VERDICT - ONE LINE SAYING WHETHER THE NIGHT WAS
005120*     CLEAN, PLUS THE CONTROL COUNTS.  A BACKED-OUT RUN SAYS SO
005125*     FIRST.
005130*----------------------------------------------------------------*
005140 8400-PRINT-VERDICT.
005150     MOVE SPACE TO OPS-LINE.
005160     WRITE OPS-LINE.
005161     IF WS-RUN-REVERSED
005162         MOVE WS-REV-DATE TO WS-RPT-DATE
005163         MOVE SPACE TO OPS-LINE
005164         STRING 'RUN FOR THIS DATE REVERSED ON '
005165                WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
005166                WS-RPT-DATE-CC WS-RPT-DATE-YY
005167                ' - CHAIN EXCLUDED'
005168                DELIMITED BY SIZE INTO OPS-LINE
005169         WRITE OPS-LINE
005170     END-IF.
005171     IF WS-TROUBLE
005180         MOVE '*** CHAIN NOT CLEAN - SEE THE LINES ABOVE ***'
005190             TO OPS-LINE
005200     ELSE
005202     IF WS-RUN-REVERSED
005204         MOVE 'RUN BACKED OUT - ALL OTHER STEPS ENDED CLEAN'
005206             TO OPS-LINE
005208     ELSE
005210         MOVE 'CHAIN COMPLETE - ALL STEPS RAN AND ENDED CLEAN'
005220             TO OPS-LINE
005225     END-IF
005230     END-IF.
005240     WRITE OPS-LINE.
005250     MOVE WS-LOG-READ TO WS-RPT-COUNT-ED.
005320     STRING 'RECORDS FROM OTHER DAYS  . . . . ' WS-RPT-COUNT-ED
005330            DELIMITED BY SIZE INTO OPS-LINE.
005340     WRITE OPS-LINE.
005341     IF WS-RUN-REVERSED
005342         MOVE WS-REV-LOG-COUNT TO WS-RPT-COUNT-ED
005343         MOVE SPACE TO OPS-LINE
005344         STRING 'RECORDS FROM THE REVERSED CHAIN  '
005345                WS-RPT-COUNT-ED
005346                DELIMITED BY SIZE INTO OPS-LINE
005347         WRITE OPS-LINE
005348     END-IF.
005350 8400-PRINT-VERDICT-EXIT.
005360     EXIT.
005370
