000310*                  SHRUG.  AN EXCEPTION RECORD WRITTEN BEFORE THE
000320*                  RUN DATE WAS ADDED TO THE LAYOUT IS COUNTED AS
000330*                  UNDATED RATHER THAN GUESSED AT.
000332* 10/15/2026  RMK  ITEMS DECIDED BY AN ACCOUNT OVERRIDE (AUDIT
000334*                  DISPOSITION 'OVRD') ARE COUNTED SEPARATELY ON
000336*                  THE DAILY MATCH-RATE TREND - THEY ARE NEITHER
000338*                  RULE MATCHES NOR REJECTS BY REASON, SO THE
000339*                  MATCH RATE IS RULE MATCHES OVER THE ITEMS THE
000340*                  RULES DECIDED (READ LESS OVERRIDDEN).
000341* 10/15/2026  RMK  THE RUN DATE IS THE BUSINESS DATE ON THE
000342*                  PROCDATE CONTROL RECORD, NOT THE SYSTEM CLOCK.
000343*                  WHEN THAT DATE IS NOT FLAGGED AS THE MONTH-END
000344*                  BUSINESS DAY ON THE SHOP CALENDAR THE REPORT
000345*                  SAYS SO UNDER THE TITLE, SO AN OFF-CYCLE RUN IS
000346*                  NOT MISTAKEN FOR THE MONTH'S FIGURES.
000347* 10/15/2026  RMK  RUN BACKOUT.  READS THE RUN CONTROL GENERATIONS
000348*                  AS WELL (ALSO CONCATENATED IN THE JCL).  A RUN
000349*                  WHOSE COUNTS RECORDS CCBKOUT HAS MARKED
000350*                  REVERSED NEVER HAPPENED AS FAR AS THE
000351*                  STATISTICS GO - ITS EXCEPTION AND AUDIT RECORDS
000352*                  (THOSE CARRYING ITS RUN DATE) ARE LEFT OUT OF
000353*                  EVERY SECTION AND COUNTED, AND THE REVERSED RUN
000354*                  DATES ARE LISTED UNDER THE TITLE.
000355*----------------------------------------------------------------*
000356 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EXCFILE    ASSIGN TO EXCFILE
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT STATRPT    ASSIGN TO STATRPT
000430            ORGANIZATION IS SEQUENTIAL.
000433     SELECT PROCDATE   ASSIGN TO PROCDATE
000436            ORGANIZATION IS SEQUENTIAL.
000437     SELECT RUNCTL     ASSIGN TO RUNCTL
000438            ORGANIZATION IS SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000550 FD  STATRPT
000560     RECORDING MODE IS F.
000570 01  STA-LINE                  PIC X(80).
000572
000574 FD  PROCDATE
000576     RECORDING MODE IS F.
000578 COPY CCPDT.
000580
000582 FD  RUNCTL
000584     RECORDING MODE IS F.
000586 COPY CCCTL.
000588
000590 WORKING-STORAGE SECTION.
000600*----------------------------------------------------------------*
000610* SWITCHES
000660     88  WS-AUD-EOF                     VALUE 'Y'.
000670 77  WS-CAT-FOUND-SW        PIC X(01)   VALUE 'N'.
000680     88  WS-CAT-FOUND                   VALUE 'Y'.
000682 77  WS-CTL-EOF-SW          PIC X(01)   VALUE 'N'.
000684     88  WS-CTL-EOF                     VALUE 'Y'.
000686 77  WS-REV-FOUND-SW        PIC X(01)   VALUE 'N'.
000688     88  WS-REV-FOUND                   VALUE 'Y'.
000690
000700*----------------------------------------------------------------*
000710* RUN DATE - PRINTED ON THE STATISTICS REPORT TITLE.  IT IS THE
000715* BUSINESS DATE FROM PROCDATE.
000720*----------------------------------------------------------------*
000730 77  WS-CURR-DATE           PIC 9(08).
000740
000880         10  WS-DAY-OTHER-REJ   PIC 9(07)   COMP.
000890         10  WS-DAY-AUD-READ    PIC 9(07)   COMP.
000900         10  WS-DAY-AUD-MATCH   PIC 9(07)   COMP.
000905         10  WS-DAY-AUD-OVRD    PIC 9(07)   COMP.
000910
000920*----------------------------------------------------------------*
000930* WORK DATE FOR SPLITTING THE DAY OUT OF THE EXCEPTION RUN DATE
001040         10  WS-STAMP-DD    PIC 9(02).
001050     05  WS-STAMP-TIME      PIC 9(06).
001060
001061*----------------------------------------------------------------*
001062* REVERSED RUNS - THE RUN DATES CCBKOUT HAS BACKED OUT, FROM THE
001063* RUN CONTROL FILE.  A PARALLEL RUN HAS ONE COUNTS RECORD PER
001064* SEGMENT, SO A DATE IS ENTERED ONCE.  WS-REV-CHK-DATE IS THE
001065* DATE BEING LOOKED UP.
001066*----------------------------------------------------------------*
001067 77  WS-REV-COUNT           PIC 9(02)   VALUE ZERO   COMP.
001068 77  WS-REV-IX              PIC 9(02)   VALUE ZERO   COMP.
001069 77  WS-REV-CHK-DATE        PIC 9(08)   VALUE ZERO.
001070 01  WS-REV-TABLE.
001071     05  WS-REV-ENTRY  OCCURS 31 TIMES.
001072         10  WS-REV-RUN-DATE    PIC 9(08).
001073         10  WS-REV-BK-DATE     PIC 9(08).
001074
001075*----------------------------------------------------------------*
001080* VOLUME-BY-CATEGORY TABLE, BUILT AS CATEGORIES ARE MET ON THE
001090* AUDIT TRAIL.  CATEGORIES PAST THE TABLE LIMIT POOL INTO AN
001100* OVERFLOW COUNT RATHER THAN BEING DROPPED SILENTLY.
001290 77  WS-TOT-OTHER-REJ       PIC 9(07)   VALUE ZERO   COMP.
001300 77  WS-TOT-AUD-READ        PIC 9(07)   VALUE ZERO   COMP.
001310 77  WS-TOT-AUD-MATCH       PIC 9(07)   VALUE ZERO   COMP.
001315 77  WS-TOT-AUD-OVRD        PIC 9(07)   VALUE ZERO   COMP.
001320 77  WS-UNDATED-REJ         PIC 9(07)   VALUE ZERO   COMP.
001330 77  WS-EXC-READ-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001333 77  WS-REV-EXC-SKIP        PIC 9(07)   VALUE ZERO   COMP.
001336 77  WS-REV-AUD-SKIP        PIC 9(07)   VALUE ZERO   COMP.
001340
001350*----------------------------------------------------------------*
001360* STATISTICS REPORT LINE WORK AREAS
001370*----------------------------------------------------------------*
001380 77  WS-MATCH-PCT           PIC 9(03)   VALUE ZERO   COMP.
001385 77  WS-RATE-BASE           PIC 9(07)   VALUE ZERO   COMP.
001390 01  WS-RPT-DATE.
001400     05  WS-RPT-DATE-CC     PIC 9(02).
001410     05  WS-RPT-DATE-YY     PIC 9(02).
001420     05  WS-RPT-DATE-MM     PIC 9(02).
001430     05  WS-RPT-DATE-DD     PIC 9(02).
001431 01  WS-RPT-BK-DATE.
001432     05  WS-RPT-BK-CC       PIC 9(02).
001433     05  WS-RPT-BK-YY       PIC 9(02).
001434     05  WS-RPT-BK-MM       PIC 9(02).
001435     05  WS-RPT-BK-DD       PIC 9(02).
001440 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001450 01  WS-RPT-DAY-ED          PIC Z9.
001460 01  WS-RPT-PCT-ED          PIC ZZ9.
001650     GO TO 9999-EXIT.
001660
001670*----------------------------------------------------------------*
001680* 1000-INITIALIZE - OPEN FILES, CLEAR THE DAY TABLE, LOAD THE
001690*     REVERSED RUN DATES, AND PRIME THE READS.
001700*----------------------------------------------------------------*
001710 1000-INITIALIZE.
001720     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
001730     OPEN INPUT  EXCFILE.
001740     OPEN INPUT  AUDFILE.
001750     OPEN OUTPUT STATRPT.
001770                            THRU 1100-CLEAR-DAY-ENTRY-EXIT
001780         VARYING WS-DAY-IX FROM 1 BY 1
001790         UNTIL WS-DAY-IX > 31.
001792     OPEN INPUT  RUNCTL.
001794     PERFORM 1060-LOAD-REVERSAL  THRU 1060-LOAD-REVERSAL-EXIT
001796         UNTIL WS-CTL-EOF.
001798     CLOSE RUNCTL.
001800     PERFORM 2100-READ-EXCFILE   THRU 2100-READ-EXCFILE-EXIT.
001810     PERFORM 3100-READ-AUDFILE   THRU 3100-READ-AUDFILE-EXIT.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001831
001832*----------------------------------------------------------------*
001833* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
001834*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
001835*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
001836*----------------------------------------------------------------*
001837 1050-READ-PROC-DATE.
001838     OPEN INPUT  PROCDATE.
001839     READ PROCDATE
001840         AT END
001841             DISPLAY 'CCMSTAT - PROCDATE IS EMPTY - ABORT'
001842             MOVE 16 TO RETURN-CODE
001843             STOP RUN
001844     END-READ.
001845     CLOSE PROCDATE.
001846     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
001847 1050-READ-PROC-DATE-EXIT.
001848     EXIT.
001849
001850*----------------------------------------------------------------*
001851* 1060-LOAD-REVERSAL - READ ONE RUN CONTROL RECORD.  A COUNTS
001852*     RECORD MARKED REVERSED ENTERS ITS RUN DATE IN THE REVERSED
001853*     RUN TABLE, ONCE.  FEED RECORDS AND STANDING RUNS ARE
001854*     PASSED OVER.
001855*----------------------------------------------------------------*
001856 1060-LOAD-REVERSAL.
001857     READ RUNCTL
001858         AT END
001859             MOVE 'Y' TO WS-CTL-EOF-SW
001860     END-READ.
001861     IF WS-CTL-EOF
001862         GO TO 1060-LOAD-REVERSAL-EXIT
001863     END-IF.
001864     IF NOT CC-CTL-IS-COUNTS
001865             OR NOT CC-CTL-IS-REVERSED
001866         GO TO 1060-LOAD-REVERSAL-EXIT
001867     END-IF.
001868     MOVE CC-CTL-RUN-DATE TO WS-REV-CHK-DATE.
001869     PERFORM 1070-FIND-REVERSAL  THRU 1070-FIND-REVERSAL-EXIT.
001870     IF WS-REV-FOUND
001871         GO TO 1060-LOAD-REVERSAL-EXIT
001872     END-IF.
001873     IF WS-REV-COUNT < 31
001874         ADD 1 TO WS-REV-COUNT
001875         MOVE CC-CTL-RUN-DATE TO WS-REV-RUN-DATE (WS-REV-COUNT)
001876         MOVE CC-CTL-REV-DATE TO WS-REV-BK-DATE  (WS-REV-COUNT)
001877     ELSE
001878         DISPLAY 'CCMSTAT - REVERSED RUN TABLE FULL - RUN '
001879                 CC-CTL-RUN-DATE ' NOT EXCLUDED'
001880     END-IF.
001881 1060-LOAD-REVERSAL-EXIT.
001882     EXIT.
001883
001884*----------------------------------------------------------------*
001885* 1070-FIND-REVERSAL - IS WS-REV-CHK-DATE A REVERSED RUN DATE
001886*----------------------------------------------------------------*
001887 1070-FIND-REVERSAL.
001888     MOVE 'N' TO WS-REV-FOUND-SW.
001889     PERFORM 1080-COMPARE-REVERSAL
001890                            THRU 1080-COMPARE-REVERSAL-EXIT
001891         VARYING WS-REV-IX FROM 1 BY 1
001892         UNTIL WS-REV-IX > WS-REV-COUNT
001893            OR WS-REV-FOUND.
001894 1070-FIND-REVERSAL-EXIT.
001895     EXIT.
001896
001897*----------------------------------------------------------------*
001898* 1080-COMPARE-REVERSAL - COMPARE AGAINST ONE REVERSED RUN ROW
001899*----------------------------------------------------------------*
001900 1080-COMPARE-REVERSAL.
001901     IF WS-REV-CHK-DATE = WS-REV-RUN-DATE (WS-REV-IX)
001902         MOVE 'Y' TO WS-REV-FOUND-SW
001903     END-IF.
001904 1080-COMPARE-REVERSAL-EXIT.
001905     EXIT.
001906
001907*----------------------------------------------------------------*
001908* 1100-CLEAR-DAY-ENTRY - ZERO ONE ROW OF THE DAY TABLE
001909*----------------------------------------------------------------*
001910 1100-CLEAR-DAY-ENTRY.
001911     MOVE ZERO TO WS-DAY-OUT-RANGE (WS-DAY-IX).
001912     MOVE ZERO TO WS-DAY-BAD-CAT   (WS-DAY-IX).
001913     MOVE ZERO TO WS-DAY-EXP-DATE  (WS-DAY-IX).
001920     MOVE ZERO TO WS-DAY-NO-MASTER (WS-DAY-IX).
001930     MOVE ZERO TO WS-DAY-CLOSED    (WS-DAY-IX).
001940     MOVE ZERO TO WS-DAY-OTHER-REJ (WS-DAY-IX).
001950     MOVE ZERO TO WS-DAY-AUD-READ  (WS-DAY-IX).
001960     MOVE ZERO TO WS-DAY-AUD-MATCH (WS-DAY-IX).
001965     MOVE ZERO TO WS-DAY-AUD-OVRD  (WS-DAY-IX).
001970 1100-CLEAR-DAY-ENTRY-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------------*
002010* 2000-TALLY-EXCEPTIONS - TALLY ONE EXCEPTION BY REASON AND DAY.
002020*     A RECORD WRITTEN BEFORE THE RUN DATE WAS CARRIED ON THE
002030*     LAYOUT HAS SPACES THERE AND COUNTS AS UNDATED.  ONE FROM A
002035*     REVERSED RUN IS COUNTED AND LEFT OUT.
002040*----------------------------------------------------------------*
002050 2000-TALLY-EXCEPTIONS.
002060     ADD 1 TO WS-EXC-READ-COUNT.
002080         ADD 1 TO WS-UNDATED-REJ
002090         GO TO 2000-TALLY-NEXT
002100     END-IF.
002101     MOVE CC-EXC-RUN-DATE TO WS-REV-CHK-DATE.
002102     PERFORM 1070-FIND-REVERSAL  THRU 1070-FIND-REVERSAL-EXIT.
002103     IF WS-REV-FOUND
002104         ADD 1 TO WS-REV-EXC-SKIP
002105         GO TO 2000-TALLY-NEXT
002106     END-IF.
002110     MOVE CC-EXC-RUN-DATE TO WS-WORK-DATE.
002120     IF WS-WORK-DD < 01 OR WS-WORK-DD > 31
002130         ADD 1 TO WS-UNDATED-REJ
002520
002530*----------------------------------------------------------------*
002540* 3000-TALLY-AUDIT - TALLY ONE AUDIT ENTRY INTO THE DAY TABLE
002550*     (READ, MATCHED, AND OVERRIDDEN) AND THE CATEGORY VOLUME
002555*     TABLE.  AN ENTRY FROM A REVERSED RUN IS COUNTED AND LEFT
002557*     OUT.
002560*----------------------------------------------------------------*
002570 3000-TALLY-AUDIT.
002580     MOVE CC-AUD-TIMESTAMP TO WS-AUD-STAMP.
002581     MOVE WS-STAMP-DATE TO WS-REV-CHK-DATE.
002582     PERFORM 1070-FIND-REVERSAL  THRU 1070-FIND-REVERSAL-EXIT.
002583     IF WS-REV-FOUND
002584         ADD 1 TO WS-REV-AUD-SKIP
002585         GO TO 3000-TALLY-NEXT
002586     END-IF.
002590     IF WS-STAMP-DD NOT < 01 AND WS-STAMP-DD NOT > 31
002600         MOVE WS-STAMP-DD TO WS-DAY-IX
002610         ADD 1 TO WS-DAY-AUD-READ (WS-DAY-IX)
002640             ADD 1 TO WS-DAY-AUD-MATCH (WS-DAY-IX)
002650             ADD 1 TO WS-TOT-AUD-MATCH
002660         END-IF
002662         IF CC-AUD-DISPOSITION = 'OVRD'
002664             ADD 1 TO WS-DAY-AUD-OVRD (WS-DAY-IX)
002666             ADD 1 TO WS-TOT-AUD-OVRD
002668         END-IF
002670     END-IF.
002680     PERFORM 3200-TALLY-CATEGORY THRU 3200-TALLY-CATEGORY-EXIT.
002685 3000-TALLY-NEXT.
002690     PERFORM 3100-READ-AUDFILE   THRU 3100-READ-AUDFILE-EXIT.
002700 3000-TALLY-AUDIT-EXIT.
002710     EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------*
003380* 8100-PRINT-REPORT-TITLE - REPORT TITLE LINE, A WARNING WHEN
003385*     THE PROCESSING DATE IS NOT THE MONTH-END BUSINESS DAY, AND
003387*     ONE LINE FOR EACH REVERSED RUN LEFT OUT
003390*----------------------------------------------------------------*
003400 8100-PRINT-REPORT-TITLE.
003410     MOVE WS-CURR-DATE TO WS-RPT-DATE.
003450            WS-RPT-DATE-CC WS-RPT-DATE-YY
003460            DELIMITED BY SIZE INTO STA-LINE.
003470     WRITE STA-LINE.
003471     IF NOT CC-PDT-IS-MONTH-END
003472         MOVE '*** RUN DATE IS NOT A MONTH-END BUSINESS DAY'
003473             TO STA-LINE
003474         WRITE STA-LINE
003475     END-IF.
003476     PERFORM 8110-PRINT-REVERSAL THRU 8110-PRINT-REVERSAL-EXIT
003477         VARYING WS-REV-IX FROM 1 BY 1
003478         UNTIL WS-REV-IX > WS-REV-COUNT.
003480 8100-PRINT-REPORT-TITLE-EXIT.
003490     EXIT.
003491
003492*----------------------------------------------------------------*
003493* 8110-PRINT-REVERSAL - ONE REVERSED RUN AND ITS BACKOUT DATE
003494*----------------------------------------------------------------*
003495 8110-PRINT-REVERSAL.
003496     MOVE WS-REV-RUN-DATE (WS-REV-IX) TO WS-RPT-DATE.
003497     MOVE WS-REV-BK-DATE  (WS-REV-IX) TO WS-RPT-BK-DATE.
003498     MOVE SPACE TO STA-LINE.
003499     STRING '*** RUN OF ' WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
003500            WS-RPT-DATE-CC WS-RPT-DATE-YY
003501            ' REVERSED ON ' WS-RPT-BK-MM '/' WS-RPT-BK-DD '/'
003502            WS-RPT-BK-CC WS-RPT-BK-YY ' - EXCLUDED'
003503            DELIMITED BY SIZE INTO STA-LINE.
003504     WRITE STA-LINE.
003507 8110-PRINT-REVERSAL-EXIT.
003508     EXIT.
003509
003510*----------------------------------------------------------------*
003520* 8200-PRINT-REJECT-SECTION - REJECTS BY REASON CODE BY DAY,
003530*     DAYS WITH NO ACTIVITY LEFT OFF, WITH THE MONTH TOTALS AND
003840                DELIMITED BY SIZE INTO STA-LINE
003850         WRITE STA-LINE
003860     END-IF.
003861     IF WS-REV-EXC-SKIP > ZERO
003862         MOVE WS-REV-EXC-SKIP TO WS-RPT-COUNT-ED
003863         MOVE SPACE TO STA-LINE
003864         STRING 'REJECTS FROM REVERSED RUNS     '
003865                WS-RPT-COUNT-ED
003866                DELIMITED BY SIZE INTO STA-LINE
003867         WRITE STA-LINE
003868     END-IF.
003870 8200-PRINT-REJECT-SECTION-EXIT.
003880     EXIT.
003890
004160
004170*----------------------------------------------------------------*
004180* 8300-PRINT-TREND-SECTION - DAILY MATCH-RATE TREND, WITH THE
004190*     MONTH'S OVERALL RATE AT THE FOOT.  OVERRIDDEN ITEMS ARE
004195*     SHOWN IN THEIR OWN COLUMN AND LEFT OUT OF THE MATCH RATE -
004196*     THE RATE IS MATCHES OVER READ LESS OVERRIDDEN, AND ZERO WHEN
004197*     EVERY ITEM WAS OVERRIDDEN.
004200*----------------------------------------------------------------*
004210 8300-PRINT-TREND-SECTION.
004220     MOVE SPACE TO STA-LINE.
004230     WRITE STA-LINE.
004240     MOVE 'DAILY MATCH RATE' TO STA-LINE.
004250     WRITE STA-LINE.
004260     MOVE 'DAY    READ MATCHED  PCT  OVRD' TO STA-LINE.
004270     WRITE STA-LINE.
004280     PERFORM 8310-PRINT-TREND-DAY
004290                            THRU 8310-PRINT-TREND-DAY-EXIT
004310         UNTIL WS-DAY-IX > 31.
004320     MOVE WS-TOT-AUD-READ  TO WS-ED-1.
004330     MOVE WS-TOT-AUD-MATCH TO WS-ED-2.
004335     MOVE WS-TOT-AUD-OVRD  TO WS-ED-3.
004340     MOVE ZERO TO WS-MATCH-PCT.
004350     COMPUTE WS-RATE-BASE = WS-TOT-AUD-READ - WS-TOT-AUD-OVRD.
004360     IF WS-RATE-BASE > ZERO
004370         COMPUTE WS-MATCH-PCT ROUNDED =
004380             WS-TOT-AUD-MATCH * 100 / WS-RATE-BASE
004385     END-IF.
004390     MOVE WS-MATCH-PCT TO WS-RPT-PCT-ED.
004400     MOVE SPACE TO STA-LINE.
004410     STRING 'TOT ' WS-ED-1 ' ' WS-ED-2 '  ' WS-RPT-PCT-ED
004415            ' ' WS-ED-3
004420            DELIMITED BY SIZE INTO STA-LINE.
004430     WRITE STA-LINE.
004431     IF WS-REV-AUD-SKIP > ZERO
004432         MOVE WS-REV-AUD-SKIP TO WS-RPT-COUNT-ED
004433         MOVE SPACE TO STA-LINE
004434         STRING 'AUDIT ENTRIES, REVERSED RUNS   '
004435                WS-RPT-COUNT-ED
004436                DELIMITED BY SIZE INTO STA-LINE
004437         WRITE STA-LINE
004438     END-IF.
004440 8300-PRINT-TREND-SECTION-EXIT.
004450     EXIT.
004460
004550     MOVE WS-DAY-IX TO WS-RPT-DAY-ED.
004560     MOVE WS-DAY-AUD-READ  (WS-DAY-IX) TO WS-ED-1.
004570     MOVE WS-DAY-AUD-MATCH (WS-DAY-IX) TO WS-ED-2.
004575     MOVE WS-DAY-AUD-OVRD  (WS-DAY-IX) TO WS-ED-3.
004580     MOVE ZERO TO WS-MATCH-PCT.
004590     COMPUTE WS-RATE-BASE = WS-DAY-AUD-READ (WS-DAY-IX)
004600                          - WS-DAY-AUD-OVRD (WS-DAY-IX).
004602     IF WS-RATE-BASE > ZERO
004604         COMPUTE WS-MATCH-PCT ROUNDED =
004606             WS-DAY-AUD-MATCH (WS-DAY-IX) * 100 / WS-RATE-BASE
004608     END-IF.
004610     MOVE WS-MATCH-PCT TO WS-RPT-PCT-ED.
004620     MOVE SPACE TO STA-LINE.
004630     STRING ' ' WS-RPT-DAY-ED ' ' WS-ED-1 ' ' WS-ED-2
004640            '  ' WS-RPT-PCT-ED ' ' WS-ED-3
004650            DELIMITED BY SIZE INTO STA-LINE.
004660     WRITE STA-LINE.
004670 8310-PRINT-TREND-DAY-EXIT.
