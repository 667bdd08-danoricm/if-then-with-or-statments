000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCAPRPT.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  DAILY PENDING-APPROVALS
000230*                  REPORT FOR THE DUAL-CONTROL MAINTENANCE
000240*                  QUEUES.  LISTS EVERY PARAMETER AND ACCOUNT
000250*                  MASTER CHANGE STILL WAITING FOR A SECOND
000260*                  OPERATOR - MAKER, DATE SUBMITTED, AGE, AND
000270*                  WHETHER IT IS ON ITS LAST DAY OR ALREADY PAST
000280*                  THE EXPIRY WINDOW - SO NO SUBMITTED CHANGE
000290*                  SITS SILENTLY UNAPPLIED.  THEN LISTS EVERY
000300*                  DECISION THE APPROVAL GATE LOGGED TODAY -
000310*                  SUBMITTED, APPROVED, REJECTED, EXPIRED - WITH
000320*                  BOTH MAKER AND CHECKER.  THE QUEUES ARE READ
000330*                  AS ONE CONCATENATION (SEE THE JCL); EACH
000340*                  QUEUE'S HEADER NAMES IT AND CARRIES ITS
000350*                  EXPIRY WINDOW.  AGE IS COUNTED IN BUSINESS
000360*                  DAYS ON THE SHOP CALENDAR, AS THE GATE COUNTS
000370*                  IT.  READ-ONLY.
000371* 10/15/2026  RMK  BUSINESS-DAY AGE.  THE RUN DATE IS THE BUSINESS
000372*                  DATE ON THE PROCDATE CONTROL RECORD, NOT THE
000373*                  SYSTEM CLOCK - THE SAME DATE THE GATE STAMPS ON
000374*                  ITS DECISIONS - AND A WAITING CHANGE'S AGE IS
000375*                  NOW BUSINESS DAYS ON THE SHOP CALENDAR SINCE
000376*                  SUBMISSION, MATCHING THE GATE'S EXPIRY TEST.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT APQFILE    ASSIGN TO APQFILE
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT APLOG      ASSIGN TO APLOG
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT APRPT      ASSIGN TO APRPT
000470            ORGANIZATION IS SEQUENTIAL.
000472     SELECT PROCDATE   ASSIGN TO PROCDATE
000474            ORGANIZATION IS SEQUENTIAL.
000476     SELECT CALENDAR   ASSIGN TO CALENDAR
000478            ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  APQFILE
000520     RECORDING MODE IS F.
000530 COPY CCAPQ.
000540
000550 FD  APLOG
000560     RECORDING MODE IS F.
000570 COPY CCAPLOG.
000580
000590 FD  APRPT
000600     RECORDING MODE IS F.
000610 01  APR-LINE                  PIC X(80).
000611
000612 FD  PROCDATE
000613     RECORDING MODE IS F.
000614 COPY CCPDT.
000615
000616 FD  CALENDAR
000617     RECORDING MODE IS F.
000618 COPY CCCAL.
000620
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------*
000650* SWITCHES
000660*----------------------------------------------------------------*
000670 77  WS-APQ-EOF-SW          PIC X(01)   VALUE 'N'.
000680     88  WS-APQ-EOF                     VALUE 'Y'.
000690 77  WS-LOG-EOF-SW          PIC X(01)   VALUE 'N'.
000700     88  WS-LOG-EOF                     VALUE 'Y'.
000702 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
000704     88  WS-CAL-EOF                     VALUE 'Y'.
000706 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
000708     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
000710
000720*----------------------------------------------------------------*
000730* RUN DATE - PRINTED ON THE REPORT TITLE AND MATCHED AGAINST THE
000740* DATE PORTION OF THE DECISION LOG TIMESTAMP.  IT IS THE BUSINESS
000745* DATE FROM PROCDATE.
000750*----------------------------------------------------------------*
000760 77  WS-CURR-DATE           PIC 9(08).
000770 01  WS-LOG-STAMP.
000780     05  WS-LOG-STAMP-DATE  PIC 9(08).
000790     05  WS-LOG-STAMP-TIME  PIC 9(06).
000800
000810*----------------------------------------------------------------*
000820* THE QUEUE CURRENTLY BEING LISTED, FROM ITS HEADER.  THE EXPIRY
000830* WINDOW, IN BUSINESS DAYS, FALLS BACK TO SEVEN, AS IT DOES IN THE
000840* GATE, WHEN THE HEADER LEAVES IT ZERO OR BLANK.
000850*----------------------------------------------------------------*
000860 77  WS-QUEUE-ID            PIC X(02)   VALUE SPACE.
000870 77  WS-EXPIRE-DAYS         PIC 9(03)   VALUE ZERO.
000880 77  WS-STD-EXPIRE-DAYS     PIC 9(03)   VALUE 7.
000890
000900*----------------------------------------------------------------*
000910* SERIAL-DAY WORK AREAS FOR THE AGE OF A WAITING CHANGE - A DATE'S
000915* SERIAL DAY INDEXES THE BUSINESS-DAY TABLE.
000920*----------------------------------------------------------------*
000930 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
000940 77  WS-CHG-AGE             PIC S9(08)  VALUE ZERO   COMP.
000950 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
000960 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
000970 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
000980 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
000990 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001000 01  WS-DTD-DATE.
001010     05  WS-DTD-YEAR        PIC 9(04).
001020     05  WS-DTD-MM          PIC 9(02).
001030     05  WS-DTD-DD          PIC 9(02).
001040 01  WS-CUM-DAYS-LIST       PIC X(36)
001050         VALUE '000031059090120151181212243273304334'.
001060 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001070     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001080                            PIC 9(03).
001081
001082*----------------------------------------------------------------*
001083* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001084* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001085* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001086* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001087* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001088* EVERY BUSINESS DAY IN IT.
001089*----------------------------------------------------------------*
001090 01  WS-BDAY-TABLE.
001091     05  WS-BDAY-NO  OCCURS 3660 TIMES
001092                            PIC 9(07)   VALUE ZERO   COMP.
001093 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
001094 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
001095 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
001096 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001097 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
001098 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
001099 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
001100
001101*----------------------------------------------------------------*
001110* RUN CONTROL COUNTERS FOR THE REPORT SUMMARY
001120*----------------------------------------------------------------*
001130 77  WS-WAITING-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001140 77  WS-LAST-DAY-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001150 77  WS-OVERDUE-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001160 77  WS-DECISION-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001170 77  WS-SUBMIT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001180 77  WS-APPROVE-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001190 77  WS-REJECT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001200 77  WS-EXPIRE-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001210
001220*----------------------------------------------------------------*
001230* REPORT LINE WORK AREAS
001240*----------------------------------------------------------------*
001250 01  WS-RPT-DATE.
001260     05  WS-RPT-DATE-CC     PIC 9(02).
001270     05  WS-RPT-DATE-YY     PIC 9(02).
001280     05  WS-RPT-DATE-MM     PIC 9(02).
001290     05  WS-RPT-DATE-DD     PIC 9(02).
001300 01  WS-RPT-DATE-ED         PIC X(10)   VALUE SPACE.
001310 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001320 01  WS-RPT-DAYS-ED         PIC ZZZ9.
001330 01  WS-RPT-WINDOW-ED       PIC ZZ9.
001340 01  WS-RPT-STATUS          PIC X(09)   VALUE SPACE.
001350
001360 PROCEDURE DIVISION.
001370*================================================================*
001380* 0000-MAINLINE
001390*================================================================*
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001420     PERFORM 2000-PROCESS-QUEUE  THRU 2000-PROCESS-QUEUE-EXIT
001430         UNTIL WS-APQ-EOF.
001440     PERFORM 3000-START-DECISIONS
001450                           THRU 3000-START-DECISIONS-EXIT.
001460     PERFORM 3100-PROCESS-LOG    THRU 3100-PROCESS-LOG-EXIT
001470         UNTIL WS-LOG-EOF.
001480     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001490     GO TO 9999-EXIT.
001500
001510*----------------------------------------------------------------*
001520* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOAD THE SHOP
001530*     CALENDAR, OPEN FILES, PRINT THE REPORT TITLE AND THE
001540*     WAITING-CHANGE HEADINGS, AND PRIME THE QUEUE READ.
001550*----------------------------------------------------------------*
001560 1000-INITIALIZE.
001570     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
001580     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
001610     MOVE WS-STD-EXPIRE-DAYS TO WS-EXPIRE-DAYS.
001620     OPEN INPUT  APQFILE.
001630     OPEN INPUT  APLOG.
001640     OPEN OUTPUT APRPT.
001650     PERFORM 8100-PRINT-REPORT-TITLE
001660                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
001670     PERFORM 2100-READ-APQFILE   THRU 2100-READ-APQFILE-EXIT.
001680 1000-INITIALIZE-EXIT.
001690     EXIT.
001691
001692*----------------------------------------------------------------*
001693* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
001694*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
001695*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
001696*----------------------------------------------------------------*
001697 1020-READ-PROC-DATE.
001698     OPEN INPUT  PROCDATE.
001699     READ PROCDATE
001700         AT END
001701             DISPLAY 'CCAPRPT - PROCDATE IS EMPTY - ABORT'
001702             MOVE 16 TO RETURN-CODE
001703             STOP RUN
001704     END-READ.
001705     CLOSE PROCDATE.
001706     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
001707 1020-READ-PROC-DATE-EXIT.
001708     EXIT.
001709
001710*----------------------------------------------------------------*
001711* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
001712*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
001713*     DATE.  THE PROCESSING DATE MUST BE ON IT.
001714*----------------------------------------------------------------*
001715 1030-LOAD-CALENDAR.
001716     MOVE WS-CURR-DATE TO WS-DTD-DATE.
001717     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001718     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
001719     COMPUTE WS-BDAY-BASE-SERIAL =
001720         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
001721     OPEN INPUT  CALENDAR.
001722     PERFORM 1031-TAKE-CALENDAR-DAY
001723                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
001724         UNTIL WS-CAL-EOF.
001725     CLOSE CALENDAR.
001726     IF NOT WS-CAL-TODAY-FOUND
001727         DISPLAY 'CCAPRPT - PROCESSING DATE NOT ON CALENDAR '
001728                 '- ABORT'
001729         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001731     END-IF.
001732 1030-LOAD-CALENDAR-EXIT.
001733     EXIT.
001734
001735*----------------------------------------------------------------*
001736* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
001737*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
001738*     AND THE READ STOPS AFTER THE PROCESSING DATE.
001739*----------------------------------------------------------------*
001740 1031-TAKE-CALENDAR-DAY.
001741     READ CALENDAR
001742         AT END
001743             MOVE 'Y' TO WS-CAL-EOF-SW
001744     END-READ.
001745     IF WS-CAL-EOF
001746         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001747     END-IF.
001748     IF CC-CAL-DATE > WS-CURR-DATE
001749         MOVE 'Y' TO WS-CAL-EOF-SW
001750         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001751     END-IF.
001752     MOVE CC-CAL-DATE TO WS-DTD-DATE.
001753     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001754     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
001755         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001756     END-IF.
001757     IF CC-CAL-BUS-DAY
001758         ADD 1 TO WS-BDAY-RUN-COUNT
001759     END-IF.
001760     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
001761     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
001762     IF CC-CAL-DATE = WS-CURR-DATE
001763         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
001764         MOVE 'Y' TO WS-CAL-TODAY-SW
001765     END-IF.
001766 1031-TAKE-CALENDAR-DAY-EXIT.
001767     EXIT.
001768
001769*----------------------------------------------------------------*
001770* 2000-PROCESS-QUEUE - A HEADER STARTS THE NEXT QUEUE IN THE
001771*     CONCATENATION; A DETAIL IS ONE WAITING CHANGE TO LIST.
001772*----------------------------------------------------------------*
001773 2000-PROCESS-QUEUE.
001774     EVALUATE TRUE
001775         WHEN CC-APQ-IS-HEADER
001780             MOVE CC-APQ-HDR-QUEUE-ID TO WS-QUEUE-ID
001790             IF CC-APQ-HDR-EXPIRE-DAYS NUMERIC
001800                     AND CC-APQ-HDR-EXPIRE-DAYS > ZERO
001810                 MOVE CC-APQ-HDR-EXPIRE-DAYS TO WS-EXPIRE-DAYS
001820             ELSE
001830                 MOVE WS-STD-EXPIRE-DAYS TO WS-EXPIRE-DAYS
001840             END-IF
001850         WHEN CC-APQ-IS-CHANGE
001860             PERFORM 2200-LIST-WAITING
001870                           THRU 2200-LIST-WAITING-EXIT
001880         WHEN OTHER
001890             DISPLAY 'CCAPRPT - UNKNOWN QUEUE RECORD TYPE - '
001900                     'IGNORED'
001910     END-EVALUATE.
001920     PERFORM 2100-READ-APQFILE   THRU 2100-READ-APQFILE-EXIT.
001930 2000-PROCESS-QUEUE-EXIT.
001940     EXIT.
001950
001960*----------------------------------------------------------------*
001970* 2100-READ-APQFILE - READ THE NEXT QUEUE RECORD
001980*----------------------------------------------------------------*
001990 2100-READ-APQFILE.
002000     READ APQFILE
002010         AT END
002020             MOVE 'Y' TO WS-APQ-EOF-SW
002030     END-READ.
002040 2100-READ-APQFILE-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------------*
002080* 2200-LIST-WAITING - AGE ONE WAITING CHANGE AGAINST ITS QUEUE'S
002090*     EXPIRY WINDOW AND LIST IT.  ONE PAST THE WINDOW IS DROPPED
002100*     BY THE GATE AT THAT QUEUE'S NEXT MAINTENANCE RUN.
002110*----------------------------------------------------------------*
002120 2200-LIST-WAITING.
002130     ADD 1 TO WS-WAITING-COUNT.
002140     MOVE ZERO TO WS-CHG-AGE.
002150     MOVE CC-APQ-SUBMIT-DATE TO WS-DTD-DATE.
002160     IF CC-APQ-SUBMIT-DATE NOT NUMERIC
002170             OR WS-DTD-MM < 01 OR WS-DTD-MM > 12
002180         MOVE 'BAD DATE ' TO WS-RPT-STATUS
002190         ADD 1 TO WS-OVERDUE-COUNT
002200         GO TO 2200-LIST-WAITING-PRINT
002210     END-IF.
002220     MOVE CC-APQ-SUBMIT-DATE TO WS-BDAY-DATE.
002230     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
002235     MOVE WS-BDAY-DAYS TO WS-CHG-AGE.
002240     IF WS-CHG-AGE > WS-EXPIRE-DAYS
002250         MOVE 'EXPIRED  ' TO WS-RPT-STATUS
002260         ADD 1 TO WS-OVERDUE-COUNT
002270     ELSE
002280     IF WS-CHG-AGE = WS-EXPIRE-DAYS
002290         MOVE 'LAST DAY ' TO WS-RPT-STATUS
002300         ADD 1 TO WS-LAST-DAY-COUNT
002310     ELSE
002320         MOVE 'WAITING  ' TO WS-RPT-STATUS
002330     END-IF END-IF.
002340 2200-LIST-WAITING-PRINT.
002350     MOVE CC-APQ-SUBMIT-DATE TO WS-RPT-DATE.
002360     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
002370     MOVE WS-CHG-AGE TO WS-RPT-DAYS-ED.
002380     MOVE WS-EXPIRE-DAYS TO WS-RPT-WINDOW-ED.
002390     MOVE SPACE TO APR-LINE.
002400     STRING ' ' WS-QUEUE-ID
002410            '  ' CC-APQ-CHANGE-ID
002420            '  ' CC-APQ-TRAN-KEY
002430            '  ' CC-APQ-MAKER-ID
002440            '  ' WS-RPT-DATE-ED
002450            ' ' WS-RPT-DAYS-ED
002460            '    ' WS-RPT-WINDOW-ED
002470            '    ' WS-RPT-STATUS
002480            DELIMITED BY SIZE INTO APR-LINE.
002490     WRITE APR-LINE.
002500 2200-LIST-WAITING-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------*
002540* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
002550*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
002560*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
002570*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
002580*     SITS BEFORE MARCH 1.
002590*----------------------------------------------------------------*
002600 2620-DATE-TO-SERIAL.
002610     COMPUTE WS-DTD-SERIAL =
002620         WS-DTD-YEAR * 365 + WS-DTD-DD
002630             + WS-CUM-DAYS-MM (WS-DTD-MM).
002640     DIVIDE WS-DTD-YEAR BY 4
002650         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
002660     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
002670     DIVIDE WS-DTD-YEAR BY 100
002680         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
002690     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
002700     DIVIDE WS-DTD-YEAR BY 400
002710         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
002720     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
002730     IF WS-DTD-MM < 3
002740         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
002750                 OR WS-DTD-REM-400 = ZERO
002760             SUBTRACT 1 FROM WS-DTD-SERIAL
002770         END-IF
002780     END-IF.
002790 2620-DATE-TO-SERIAL-EXIT.
002800     EXIT.
002801
002802*----------------------------------------------------------------*
002803* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
002804*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
002805*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
002806*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
002807*----------------------------------------------------------------*
002808 2630-COUNT-BUS-DAYS.
002809     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
002810     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002811     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
002812         MOVE ZERO TO WS-BDAY-DAYS
002813         GO TO 2630-COUNT-BUS-DAYS-EXIT
002814     END-IF.
002815     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
002816         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
002817         GO TO 2630-COUNT-BUS-DAYS-EXIT
002818     END-IF.
002819     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
002820     COMPUTE WS-BDAY-DAYS =
002821         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
002822 2630-COUNT-BUS-DAYS-EXIT.
002823     EXIT.
002824
002825*----------------------------------------------------------------*
002830* 3000-START-DECISIONS - CLOSE OUT THE WAITING-CHANGE SECTION,
002840*     PRINT THE DECISION HEADINGS, AND PRIME THE LOG READ.
002850*----------------------------------------------------------------*
002860 3000-START-DECISIONS.
002870     IF WS-WAITING-COUNT = ZERO
002880         MOVE '     *** NO CHANGES WAITING FOR APPROVAL ***'
002890             TO APR-LINE
002900         WRITE APR-LINE
002910     END-IF.
002920     MOVE SPACE TO APR-LINE.
002930     WRITE APR-LINE.
002940     MOVE 'DECISIONS RECORDED TODAY' TO APR-LINE.
002950     WRITE APR-LINE.
002960     MOVE SPACE TO APR-LINE.
002970     WRITE APR-LINE.
002980     MOVE SPACE TO APR-LINE.
002990     STRING ' Q   CHANGE   TRANSACTION  MAKER    CHECKER  '
003000            'SUBMITTED   ACTION'
003010            DELIMITED BY SIZE INTO APR-LINE.
003020     WRITE APR-LINE.
003030     MOVE SPACE TO APR-LINE.
003040     WRITE APR-LINE.
003050     PERFORM 3200-READ-APLOG     THRU 3200-READ-APLOG-EXIT.
003060 3000-START-DECISIONS-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------*
003100* 3100-PROCESS-LOG - LIST ONE DECISION LOGGED TODAY AND READ THE
003110*     NEXT ONE.  EARLIER DAYS' DECISIONS ARE PASSED OVER.
003120*----------------------------------------------------------------*
003130 3100-PROCESS-LOG.
003140     MOVE CC-APLOG-TIMESTAMP TO WS-LOG-STAMP.
003150     IF WS-LOG-STAMP-DATE NOT = WS-CURR-DATE
003160         GO TO 3100-PROCESS-NEXT
003170     END-IF.
003180     ADD 1 TO WS-DECISION-COUNT.
003190     EVALUATE TRUE
003200         WHEN CC-APLOG-SUBMITTED
003210             MOVE 'SUBMITTED' TO WS-RPT-STATUS
003220             ADD 1 TO WS-SUBMIT-COUNT
003230         WHEN CC-APLOG-APPROVED
003240             MOVE 'APPROVED ' TO WS-RPT-STATUS
003250             ADD 1 TO WS-APPROVE-COUNT
003260         WHEN CC-APLOG-REJECTED
003270             MOVE 'REJECTED ' TO WS-RPT-STATUS
003280             ADD 1 TO WS-REJECT-COUNT
003290         WHEN CC-APLOG-EXPIRED
003300             MOVE 'EXPIRED  ' TO WS-RPT-STATUS
003310             ADD 1 TO WS-EXPIRE-COUNT
003320         WHEN OTHER
003330             MOVE '????     ' TO WS-RPT-STATUS
003340     END-EVALUATE.
003350     MOVE CC-APLOG-SUBMIT-DATE TO WS-RPT-DATE.
003360     PERFORM 8300-EDIT-DATE      THRU 8300-EDIT-DATE-EXIT.
003370     MOVE SPACE TO APR-LINE.
003380     STRING ' ' CC-APLOG-QUEUE-ID
003390            '  ' CC-APLOG-CHANGE-ID
003400            '  ' CC-APLOG-TRAN-KEY
003410            '  ' CC-APLOG-MAKER-ID
003420            '  ' CC-APLOG-CHECKER-ID
003430            '  ' WS-RPT-DATE-ED
003440            '  ' WS-RPT-STATUS
003450            DELIMITED BY SIZE INTO APR-LINE.
003460     WRITE APR-LINE.
003470 3100-PROCESS-NEXT.
003480     PERFORM 3200-READ-APLOG     THRU 3200-READ-APLOG-EXIT.
003490 3100-PROCESS-LOG-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------------*
003530* 3200-READ-APLOG - READ THE NEXT DECISION LOG ENTRY
003540*----------------------------------------------------------------*
003550 3200-READ-APLOG.
003560     READ APLOG
003570         AT END
003580             MOVE 'Y' TO WS-LOG-EOF-SW
003590     END-READ.
003600 3200-READ-APLOG-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------*
003640* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND CLOSE FILES
003650*----------------------------------------------------------------*
003660 8000-FINALIZE.
003670     IF WS-DECISION-COUNT = ZERO
003680         MOVE '     *** NO DECISIONS RECORDED TODAY ***'
003690             TO APR-LINE
003700         WRITE APR-LINE
003710     END-IF.
003720     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
003730     CLOSE APQFILE.
003740     CLOSE APLOG.
003750     CLOSE APRPT.
003760 8000-FINALIZE-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------*
003800* 8100-PRINT-REPORT-TITLE - REPORT TITLE AND THE WAITING-CHANGE
003810*     COLUMN HEADINGS
003820*----------------------------------------------------------------*
003830 8100-PRINT-REPORT-TITLE.
003840     MOVE WS-CURR-DATE TO WS-RPT-DATE.
003850     MOVE SPACE TO APR-LINE.
003860     STRING 'CCAPRPT MAINTENANCE APPROVALS - RUN DATE '
003870            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
003880            WS-RPT-DATE-CC WS-RPT-DATE-YY
003890            DELIMITED BY SIZE INTO APR-LINE.
003900     WRITE APR-LINE.
003910     MOVE SPACE TO APR-LINE.
003920     WRITE APR-LINE.
003930     MOVE 'CHANGES WAITING FOR A SECOND OPERATOR' TO APR-LINE.
003940     WRITE APR-LINE.
003950     MOVE SPACE TO APR-LINE.
003960     WRITE APR-LINE.
003970     MOVE SPACE TO APR-LINE.
003980     STRING ' Q   CHANGE   TRANSACTION  MAKER    SUBMITTED    AGE'
003990            '  WINDOW  STATUS'
004000            DELIMITED BY SIZE INTO APR-LINE.
004010     WRITE APR-LINE.
004020     MOVE SPACE TO APR-LINE.
004030     WRITE APR-LINE.
004040 8100-PRINT-REPORT-TITLE-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------*
004080* 8200-PRINT-SUMMARY - END-OF-REPORT CONTROL COUNTS
004090*----------------------------------------------------------------*
004100 8200-PRINT-SUMMARY.
004110     MOVE SPACE TO APR-LINE.
004120     WRITE APR-LINE.
004130
004140     MOVE WS-WAITING-COUNT TO WS-RPT-COUNT-ED.
004150     MOVE SPACE TO APR-LINE.
004160     STRING 'CHANGES WAITING FOR APPROVAL . . ' WS-RPT-COUNT-ED
004170            DELIMITED BY SIZE INTO APR-LINE.
004180     WRITE APR-LINE.
004190
004200     MOVE WS-LAST-DAY-COUNT TO WS-RPT-COUNT-ED.
004210     MOVE SPACE TO APR-LINE.
004220     STRING '  ON THEIR LAST DAY  . . . . . . ' WS-RPT-COUNT-ED
004230            DELIMITED BY SIZE INTO APR-LINE.
004240     WRITE APR-LINE.
004250
004260     MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT-ED.
004270     MOVE SPACE TO APR-LINE.
004280     STRING '  PAST THE EXPIRY WINDOW . . . . ' WS-RPT-COUNT-ED
004290            DELIMITED BY SIZE INTO APR-LINE.
004300     WRITE APR-LINE.
004310
004320     MOVE WS-SUBMIT-COUNT TO WS-RPT-COUNT-ED.
004330     MOVE SPACE TO APR-LINE.
004340     STRING 'CHANGES SUBMITTED TODAY  . . . . ' WS-RPT-COUNT-ED
004350            DELIMITED BY SIZE INTO APR-LINE.
004360     WRITE APR-LINE.
004370
004380     MOVE WS-APPROVE-COUNT TO WS-RPT-COUNT-ED.
004390     MOVE SPACE TO APR-LINE.
004400     STRING 'CHANGES APPROVED TODAY . . . . . ' WS-RPT-COUNT-ED
004410            DELIMITED BY SIZE INTO APR-LINE.
004420     WRITE APR-LINE.
004430
004440     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-ED.
004450     MOVE SPACE TO APR-LINE.
004460     STRING 'CHANGES REJECTED TODAY . . . . . ' WS-RPT-COUNT-ED
004470            DELIMITED BY SIZE INTO APR-LINE.
004480     WRITE APR-LINE.
004490
004500     MOVE WS-EXPIRE-COUNT TO WS-RPT-COUNT-ED.
004510     MOVE SPACE TO APR-LINE.
004520     STRING 'CHANGES EXPIRED TODAY  . . . . . ' WS-RPT-COUNT-ED
004530            DELIMITED BY SIZE INTO APR-LINE.
004540     WRITE APR-LINE.
004550 8200-PRINT-SUMMARY-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------*
004590* 8300-EDIT-DATE - EDIT WS-RPT-DATE AS MM/DD/CCYY INTO
004600*     WS-RPT-DATE-ED
004610*----------------------------------------------------------------*
004620 8300-EDIT-DATE.
004630     MOVE SPACE TO WS-RPT-DATE-ED.
004640     STRING WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
004650            WS-RPT-DATE-CC WS-RPT-DATE-YY
004660            DELIMITED BY SIZE INTO WS-RPT-DATE-ED.
004670 8300-EDIT-DATE-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------*
004710* 9999-EXIT - COMMON PROGRAM EXIT
004720*----------------------------------------------------------------*
004730 9999-EXIT.
004740     STOP RUN.
