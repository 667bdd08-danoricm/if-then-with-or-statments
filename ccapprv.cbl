000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCAPPRV.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  DUAL-CONTROL APPROVAL GATE
000230*                  FOR THE PARAMETER (CCPMAINT) AND ACCOUNT
000240*                  MASTER (CCAMAINT) MAINTENANCE RUNS.  RUNS AS
000250*                  THE FIRST STEP OF EITHER JOB AGAINST THAT
000260*                  RUN'S OWN APPROVAL QUEUE.  A CHANGE SUBMITTED
000270*                  BY ONE OPERATOR (THE MAKER) IS NOT APPLIED -
000280*                  IT IS GIVEN THE NEXT CHANGE-ID AND PARKED ON
000290*                  THE QUEUE.  A SECOND, DIFFERENT OPERATOR (THE
000300*                  CHECKER) APPROVES OR REJECTS IT BY CHANGE-ID
000310*                  IN A LATER (OR THE SAME) RUN.  AN APPROVED
000320*                  CHANGE IS RELEASED, IN CHANGE-ID ORDER, TO THE
000330*                  MAINTENANCE STEP WITH BOTH OPERATOR IDS ON IT
000340*                  SO THE CHANGE LOG CARRIES MAKER AND CHECKER.
000350*                  A CHANGE LEFT UNAPPROVED PAST THE QUEUE'S
000360*                  EXPIRY WINDOW IS DROPPED.  EVERY SUBMISSION,
000370*                  APPROVAL, REJECTION, AND EXPIRY IS WRITTEN TO
000380*                  APLOG FOR THE DAILY PENDING-APPROVALS REPORT
000390*                  (CCAPRPT).  AN ENTRY IN ERROR - NO OPERATOR,
000400*                  UNKNOWN CHANGE-ID, A CHECKER WHO IS ALSO THE
000410*                  MAKER, AN EXPIRED OR ALREADY DECIDED CHANGE -
000420*                  IS REPORTED AND IGNORED.  THE RUN ENDS WITH
000430*                  RC=4 WHEN ANY ENTRY WAS IN ERROR OR ANY CHANGE
000440*                  EXPIRED, SO NEITHER GOES UNNOTICED.
000441* 10/15/2026  RMK  BUSINESS-DAY EXPIRY.  THE RUN DATE - SUBMISSION
000442*                  DATE AND DECISION LOG TIMESTAMP - IS THE
000443*                  BUSINESS DATE ON THE PROCDATE CONTROL RECORD,
000444*                  NOT THE SYSTEM CLOCK, AND THE QUEUE'S EXPIRY
000445*                  WINDOW NOW COUNTS BUSINESS DAYS ON THE SHOP
000446*                  CALENDAR SINCE SUBMISSION (THE STANDARD WINDOW
000447*                  IS SEVEN BUSINESS DAYS), SO A WEEKEND OR
000448*                  HOLIDAY NO LONGER EXPIRES A CHANGE.
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRANIN     ASSIGN TO TRANIN
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT APQIN      ASSIGN TO APQIN
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT APQOUT     ASSIGN TO APQOUT
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT TRANOUT    ASSIGN TO TRANOUT
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT APLOG      ASSIGN TO APLOG
000580            ORGANIZATION IS SEQUENTIAL.
000582     SELECT PROCDATE   ASSIGN TO PROCDATE
000584            ORGANIZATION IS SEQUENTIAL.
000586     SELECT CALENDAR   ASSIGN TO CALENDAR
000588            ORGANIZATION IS SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------------*
000630* THE GATE SEES ONLY THE APPROVAL CONTROL AREA, WHICH SITS IN
000640* COLUMNS 57-80 OF BOTH CC-PMTRN-REC AND CC-AMTRN-REC.  THE REST
000650* OF THE TRANSACTION IS CARRIED THROUGH UNTOUCHED.
000660*----------------------------------------------------------------*
000670 FD  TRANIN
000680     RECORDING MODE IS F.
000690 01  TRAN-IN-REC.
000700     05  TRAN-IN-DATA.
000710         10  TRAN-IN-KEY        PIC X(11).
000720         10  FILLER             PIC X(45).
000730     05  TRAN-IN-ENTRY-TYPE     PIC X(01).
000740         88  TRAN-IN-IS-CHANGE          VALUE 'C' ' '.
000750         88  TRAN-IN-IS-APPROVE         VALUE 'A'.
000760         88  TRAN-IN-IS-REJECT          VALUE 'R'.
000770     05  TRAN-IN-CHANGE-ID      PIC 9(07).
000780     05  TRAN-IN-OPER-ID        PIC X(07).
000790     05  TRAN-IN-CHECKER-ID     PIC X(07).
000800     05  FILLER                 PIC X(02).
000810
000820 FD  APQIN
000830     RECORDING MODE IS F.
000840 COPY CCAPQ.
000850
000860 FD  APQOUT
000870     RECORDING MODE IS F.
000880 01  APQ-OUT-REC               PIC X(80).
000890
000900 FD  TRANOUT
000910     RECORDING MODE IS F.
000920 01  TRAN-OUT-REC.
000930     05  TRAN-OUT-DATA          PIC X(56).
000940     05  TRAN-OUT-ENTRY-TYPE    PIC X(01).
000950     05  TRAN-OUT-CHANGE-ID     PIC 9(07).
000960     05  TRAN-OUT-OPER-ID       PIC X(07).
000970     05  TRAN-OUT-CHECKER-ID    PIC X(07).
000980     05  FILLER                 PIC X(02).
000990
001000 FD  APLOG
001010     RECORDING MODE IS F.
001020 COPY CCAPLOG.
001021
001022 FD  PROCDATE
001023     RECORDING MODE IS F.
001024 COPY CCPDT.
001025
001026 FD  CALENDAR
001027     RECORDING MODE IS F.
001028 COPY CCCAL.
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------*
001060* SWITCHES
001070*----------------------------------------------------------------*
001080 77  WS-TRN-EOF-SW          PIC X(01)   VALUE 'N'.
001090     88  WS-TRN-EOF                     VALUE 'Y'.
001100 77  WS-APQ-EOF-SW          PIC X(01)   VALUE 'N'.
001110     88  WS-APQ-EOF                     VALUE 'Y'.
001120 77  WS-CHG-FOUND-SW        PIC X(01)   VALUE 'N'.
001130     88  WS-CHG-FOUND                   VALUE 'Y'.
001132 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
001134     88  WS-CAL-EOF                     VALUE 'Y'.
001136 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
001138     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
001140
001150*----------------------------------------------------------------*
001160* RUN DATE/TIME FOR THE DECISION LOG TIMESTAMP.  THE RUN DATE IS
001165* THE BUSINESS DATE FROM PROCDATE.
001170*----------------------------------------------------------------*
001180 77  WS-CURR-DATE           PIC 9(08).
001190 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001200
001210*----------------------------------------------------------------*
001220* QUEUE HEADER VALUES.  THE EXPIRY WINDOW, IN BUSINESS DAYS, FALLS
001230* BACK TO SEVEN WHEN THE HEADER LEAVES IT ZERO OR BLANK.
001240*----------------------------------------------------------------*
001250 77  WS-QUEUE-ID            PIC X(02)   VALUE SPACE.
001260 77  WS-LAST-ID             PIC 9(07)   VALUE ZERO.
001270 77  WS-EXPIRE-DAYS         PIC 9(03)   VALUE ZERO.
001280 77  WS-STD-EXPIRE-DAYS     PIC 9(03)   VALUE 7.
001290
001300*----------------------------------------------------------------*
001310* SERIAL-DAY WORK AREAS FOR THE AGE OF A WAITING CHANGE (THE
001320* SAME CONVERSION THE ELIGIBILITY RUN USES FOR THE SUPPRESSION
001330* WINDOW) - A DATE'S SERIAL DAY INDEXES THE BUSINESS-DAY TABLE.
001340*----------------------------------------------------------------*
001350 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
001360 77  WS-CHG-AGE             PIC S9(08)  VALUE ZERO   COMP.
001370 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001380 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001390 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
001400 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
001410 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001420 01  WS-DTD-DATE.
001430     05  WS-DTD-YEAR        PIC 9(04).
001440     05  WS-DTD-MM          PIC 9(02).
001450     05  WS-DTD-DD          PIC 9(02).
001460 01  WS-CUM-DAYS-LIST       PIC X(36)
001470         VALUE '000031059090120151181212243273304334'.
001480 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001490     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001500                            PIC 9(03).
001501
001502*----------------------------------------------------------------*
001503* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001504* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001505* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001506* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001507* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001508* EVERY BUSINESS DAY IN IT.
001509*----------------------------------------------------------------*
001510 01  WS-BDAY-TABLE.
001511     05  WS-BDAY-NO  OCCURS 3660 TIMES
001512                            PIC 9(07)   VALUE ZERO   COMP.
001513 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
001514 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
001515 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
001516 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001517 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
001518 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
001519 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
001520
001521*----------------------------------------------------------------*
001530* THE APPROVAL QUEUE, HELD IN CHANGE-ID ORDER FOR THE RUN.  EACH
001540* ENTRY CARRIES ITS STATE - WAITING, APPROVED OR REJECTED THIS
001550* RUN, OR EXPIRED - AND IS SETTLED AT END OF RUN: APPROVED
001560* CHANGES ARE RELEASED, WAITING ONES GO BACK ON THE QUEUE, AND
001570* THE REST ARE DROPPED.
001580*----------------------------------------------------------------*
001590 77  WS-APQ-MAX             PIC 9(04)   VALUE 500    COMP.
001600 77  WS-APQ-COUNT           PIC 9(04)   VALUE ZERO   COMP.
001610 77  WS-APQ-IX              PIC 9(04)   VALUE ZERO   COMP.
001620 77  WS-APQ-FOUND-IX        PIC 9(04)   VALUE ZERO   COMP.
001630 01  WS-APQ-TABLE.
001640     05  WS-APQ-ENTRY  OCCURS 500 TIMES.
001650         10  WS-APQ-CHANGE-ID   PIC 9(07).
001660         10  WS-APQ-MAKER-ID    PIC X(07).
001670         10  WS-APQ-CHECKER-ID  PIC X(07).
001680         10  WS-APQ-SUBMIT-DATE PIC 9(08).
001690         10  WS-APQ-TRAN-DATA.
001700             15  WS-APQ-TRAN-KEY
001710                            PIC X(11).
001720             15  FILLER     PIC X(45).
001730         10  WS-APQ-STATE   PIC X(01).
001740             88  WS-APQ-WAITING         VALUE 'P'.
001750             88  WS-APQ-APPROVED        VALUE 'A'.
001760             88  WS-APQ-REJECTED        VALUE 'R'.
001770             88  WS-APQ-EXPIRED         VALUE 'X'.
001780
001790*----------------------------------------------------------------*
001800* RUN CONTROL COUNTERS FOR THE END-OF-RUN SUMMARY
001810*----------------------------------------------------------------*
001820 77  WS-TRN-READ            PIC 9(07)   VALUE ZERO   COMP.
001830 77  WS-QUEUE-IN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001840 77  WS-SUBMIT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001850 77  WS-APPROVE-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001860 77  WS-REJECT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001870 77  WS-EXPIRE-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001880 77  WS-QUEUE-OUT-COUNT     PIC 9(07)   VALUE ZERO   COMP.
001890 77  WS-ERR-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001900
001910 PROCEDURE DIVISION.
001920*================================================================*
001930* 0000-MAINLINE
001940*================================================================*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001970     PERFORM 2000-PROCESS-TRANIN THRU 2000-PROCESS-TRANIN-EXIT
001980         UNTIL WS-TRN-EOF.
001990     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
002000     GO TO 9999-EXIT.
002010
002020*----------------------------------------------------------------*
002030* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOAD THE SHOP
002040*     CALENDAR, OPEN FILES, LOAD THE APPROVAL QUEUE (AGEING EACH
002050*     WAITING CHANGE AGAINST THE EXPIRY WINDOW AS IT COMES IN),
002055*     AND PRIME THE READ.
002060*----------------------------------------------------------------*
002070 1000-INITIALIZE.
002080     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
002090     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
002120     OPEN INPUT  TRANIN.
002130     OPEN INPUT  APQIN.
002140     OPEN OUTPUT APQOUT.
002150     OPEN OUTPUT TRANOUT.
002160     OPEN OUTPUT APLOG.
002170     PERFORM 1100-READ-QUEUE-HEADER
002180                           THRU 1100-READ-QUEUE-HEADER-EXIT.
002190     PERFORM 1200-LOAD-QUEUE     THRU 1200-LOAD-QUEUE-EXIT
002200         UNTIL WS-APQ-EOF.
002210     CLOSE APQIN.
002220     DISPLAY 'CCAPPRV - MAINTENANCE APPROVAL GATE - QUEUE '
002230             WS-QUEUE-ID.
002240     DISPLAY 'CCAPPRV - LAST CHANGE-ID ISSUED . ' WS-LAST-ID.
002250     DISPLAY 'CCAPPRV - EXPIRY (BUS DAYS) . . . ' WS-EXPIRE-DAYS.
002260     DISPLAY 'CCAPPRV - CHANGES WAITING . . . . '
002270             WS-QUEUE-IN-COUNT.
002280     PERFORM 2100-READ-TRANIN    THRU 2100-READ-TRANIN-EXIT.
002290 1000-INITIALIZE-EXIT.
002300     EXIT.
002301
002302*----------------------------------------------------------------*
002303* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002304*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
002305*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
002306*----------------------------------------------------------------*
002307 1020-READ-PROC-DATE.
002308     OPEN INPUT  PROCDATE.
002309     READ PROCDATE
002310         AT END
002311             DISPLAY 'CCAPPRV - PROCDATE IS EMPTY - ABORT'
002312             MOVE 16 TO RETURN-CODE
002313             STOP RUN
002314     END-READ.
002315     CLOSE PROCDATE.
002316     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
002317 1020-READ-PROC-DATE-EXIT.
002318     EXIT.
002319
002320*----------------------------------------------------------------*
002321* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
002322*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
002323*     DATE.  THE PROCESSING DATE MUST BE ON IT.
002324*----------------------------------------------------------------*
002325 1030-LOAD-CALENDAR.
002326     MOVE WS-CURR-DATE TO WS-DTD-DATE.
002327     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002328     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
002329     COMPUTE WS-BDAY-BASE-SERIAL =
002330         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
002331     OPEN INPUT  CALENDAR.
002332     PERFORM 1031-TAKE-CALENDAR-DAY
002333                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
002334         UNTIL WS-CAL-EOF.
002335     CLOSE CALENDAR.
002336     IF NOT WS-CAL-TODAY-FOUND
002337         DISPLAY 'CCAPPRV - PROCESSING DATE NOT ON CALENDAR '
002338                 '- ABORT'
002339         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002341     END-IF.
002342 1030-LOAD-CALENDAR-EXIT.
002343     EXIT.
002344
002345*----------------------------------------------------------------*
002346* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
002347*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
002348*     AND THE READ STOPS AFTER THE PROCESSING DATE.
002349*----------------------------------------------------------------*
002350 1031-TAKE-CALENDAR-DAY.
002351     READ CALENDAR
002352         AT END
002353             MOVE 'Y' TO WS-CAL-EOF-SW
002354     END-READ.
002355     IF WS-CAL-EOF
002356         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002357     END-IF.
002358     IF CC-CAL-DATE > WS-CURR-DATE
002359         MOVE 'Y' TO WS-CAL-EOF-SW
002360         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002361     END-IF.
002362     MOVE CC-CAL-DATE TO WS-DTD-DATE.
002363     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002364     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
002365         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002366     END-IF.
002367     IF CC-CAL-BUS-DAY
002368         ADD 1 TO WS-BDAY-RUN-COUNT
002369     END-IF.
002370     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
002371     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
002372     IF CC-CAL-DATE = WS-CURR-DATE
002373         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
002374         MOVE 'Y' TO WS-CAL-TODAY-SW
002375     END-IF.
002376 1031-TAKE-CALENDAR-DAY-EXIT.
002377     EXIT.
002378
002379*----------------------------------------------------------------*
002380* 1100-READ-QUEUE-HEADER - THE QUEUE MUST OPEN WITH ITS HEADER.
002381*     WITHOUT ONE THERE IS NO SAFE NEXT CHANGE-ID, SO THE RUN
002382*     STOPS.
002383*----------------------------------------------------------------*
002384 1100-READ-QUEUE-HEADER.
002385     READ APQIN
002390         AT END
002400             DISPLAY 'CCAPPRV - APPROVAL QUEUE IS EMPTY - '
002410                     'ABORTING'
002420             MOVE 16 TO RETURN-CODE
002430             STOP RUN
002440     END-READ.
002450     IF NOT CC-APQ-IS-HEADER
002460             OR CC-APQ-HDR-LAST-ID NOT NUMERIC
002470         DISPLAY 'CCAPPRV - APPROVAL QUEUE HEADER MISSING OR '
002480                 'INVALID - ABORTING'
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     MOVE CC-APQ-HDR-QUEUE-ID    TO WS-QUEUE-ID.
002530     MOVE CC-APQ-HDR-LAST-ID     TO WS-LAST-ID.
002540     IF CC-APQ-HDR-EXPIRE-DAYS NUMERIC
002550             AND CC-APQ-HDR-EXPIRE-DAYS > ZERO
002560         MOVE CC-APQ-HDR-EXPIRE-DAYS TO WS-EXPIRE-DAYS
002570     ELSE
002580         MOVE WS-STD-EXPIRE-DAYS TO WS-EXPIRE-DAYS
002590     END-IF.
002600 1100-READ-QUEUE-HEADER-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------------*
002640* 1200-LOAD-QUEUE - LOAD ONE WAITING CHANGE.  ONE SUBMITTED MORE
002650*     THAN THE EXPIRY WINDOW AGO IS MARKED EXPIRED - IT CAN NO
002660*     LONGER BE APPROVED AND IS DROPPED AT END OF RUN.
002670*----------------------------------------------------------------*
002680 1200-LOAD-QUEUE.
002690     READ APQIN
002700         AT END
002710             MOVE 'Y' TO WS-APQ-EOF-SW
002720             GO TO 1200-LOAD-QUEUE-EXIT
002730     END-READ.
002740     IF NOT CC-APQ-IS-CHANGE
002750         DISPLAY 'CCAPPRV - UNKNOWN QUEUE RECORD TYPE - IGNORED'
002760         GO TO 1200-LOAD-QUEUE-EXIT
002770     END-IF.
002780     IF WS-APQ-COUNT NOT < WS-APQ-MAX
002790         DISPLAY 'CCAPPRV - APPROVAL QUEUE EXCEEDS TABLE - '
002800                 'ABORTING'
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     ADD 1 TO WS-QUEUE-IN-COUNT.
002850     ADD 1 TO WS-APQ-COUNT.
002860     MOVE CC-APQ-CHANGE-ID   TO WS-APQ-CHANGE-ID (WS-APQ-COUNT).
002870     MOVE CC-APQ-MAKER-ID    TO WS-APQ-MAKER-ID  (WS-APQ-COUNT).
002880     MOVE SPACE              TO WS-APQ-CHECKER-ID (WS-APQ-COUNT).
002890     MOVE CC-APQ-SUBMIT-DATE
002900             TO WS-APQ-SUBMIT-DATE (WS-APQ-COUNT).
002910     MOVE CC-APQ-TRAN-DATA   TO WS-APQ-TRAN-DATA (WS-APQ-COUNT).
002920     MOVE 'P' TO WS-APQ-STATE (WS-APQ-COUNT).
002930     MOVE CC-APQ-SUBMIT-DATE TO WS-DTD-DATE.
002940     IF CC-APQ-SUBMIT-DATE NOT NUMERIC
002950             OR WS-DTD-MM < 01 OR WS-DTD-MM > 12
002960         MOVE 'X' TO WS-APQ-STATE (WS-APQ-COUNT)
002970         GO TO 1200-LOAD-QUEUE-EXIT
002980     END-IF.
002990     MOVE CC-APQ-SUBMIT-DATE TO WS-BDAY-DATE.
003000     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
003005     MOVE WS-BDAY-DAYS TO WS-CHG-AGE.
003010     IF WS-CHG-AGE > WS-EXPIRE-DAYS
003020         MOVE 'X' TO WS-APQ-STATE (WS-APQ-COUNT)
003030     END-IF.
003040 1200-LOAD-QUEUE-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------*
003080* 2000-PROCESS-TRANIN - HANDLE ONE MAKER OR CHECKER ENTRY AND
003090*     READ THE NEXT ONE.
003100*----------------------------------------------------------------*
003110 2000-PROCESS-TRANIN.
003120     PERFORM 2200-EDIT-ENTRY     THRU 2200-EDIT-ENTRY-EXIT.
003130     PERFORM 2100-READ-TRANIN    THRU 2100-READ-TRANIN-EXIT.
003140 2000-PROCESS-TRANIN-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------*
003180* 2100-READ-TRANIN - READ THE NEXT MAKER OR CHECKER ENTRY
003190*----------------------------------------------------------------*
003200 2100-READ-TRANIN.
003210     READ TRANIN
003220         AT END
003230             MOVE 'Y' TO WS-TRN-EOF-SW
003240     END-READ.
003250     IF NOT WS-TRN-EOF
003260         ADD 1 TO WS-TRN-READ
003270     END-IF.
003280 2100-READ-TRANIN-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------*
003320* 2200-EDIT-ENTRY - EVERY ENTRY MUST BE SIGNED BY AN OPERATOR.
003330*     A CHANGE GOES ON THE QUEUE; AN APPROVAL OR REJECTION IS
003340*     POSTED AGAINST THE CHANGE IT NAMES.
003350*----------------------------------------------------------------*
003360 2200-EDIT-ENTRY.
003370     IF TRAN-IN-OPER-ID = SPACE
003380         DISPLAY 'CCAPPRV - ENTRY ' WS-TRN-READ
003390                 ' HAS NO OPERATOR ID - IGNORED'
003400         ADD 1 TO WS-ERR-COUNT
003410         GO TO 2200-EDIT-ENTRY-EXIT
003420     END-IF.
003430     EVALUATE TRUE
003440         WHEN TRAN-IN-IS-CHANGE
003450             PERFORM 2300-SUBMIT-CHANGE
003460                           THRU 2300-SUBMIT-CHANGE-EXIT
003470         WHEN TRAN-IN-IS-APPROVE
003480         WHEN TRAN-IN-IS-REJECT
003490             PERFORM 2400-DECIDE-CHANGE
003500                           THRU 2400-DECIDE-CHANGE-EXIT
003510         WHEN OTHER
003520             DISPLAY 'CCAPPRV - ENTRY ' WS-TRN-READ
003530                     ' UNKNOWN ENTRY TYPE - IGNORED'
003540             ADD 1 TO WS-ERR-COUNT
003550     END-EVALUATE.
003560 2200-EDIT-ENTRY-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------*
003600* 2300-SUBMIT-CHANGE - GIVE THE CHANGE THE NEXT CHANGE-ID AND
003610*     PARK IT ON THE QUEUE UNDER ITS MAKER.
003620*----------------------------------------------------------------*
003630 2300-SUBMIT-CHANGE.
003640     IF WS-APQ-COUNT NOT < WS-APQ-MAX
003650         DISPLAY 'CCAPPRV - ENTRY ' WS-TRN-READ
003660                 ' APPROVAL QUEUE IS FULL - NOT QUEUED'
003670         ADD 1 TO WS-ERR-COUNT
003680         GO TO 2300-SUBMIT-CHANGE-EXIT
003690     END-IF.
003700     ADD 1 TO WS-LAST-ID.
003710     ADD 1 TO WS-APQ-COUNT.
003720     ADD 1 TO WS-SUBMIT-COUNT.
003730     MOVE WS-LAST-ID         TO WS-APQ-CHANGE-ID (WS-APQ-COUNT).
003740     MOVE TRAN-IN-OPER-ID    TO WS-APQ-MAKER-ID  (WS-APQ-COUNT).
003750     MOVE SPACE              TO WS-APQ-CHECKER-ID (WS-APQ-COUNT).
003760     MOVE WS-CURR-DATE
003770             TO WS-APQ-SUBMIT-DATE (WS-APQ-COUNT).
003780     MOVE TRAN-IN-DATA       TO WS-APQ-TRAN-DATA (WS-APQ-COUNT).
003790     MOVE 'P' TO WS-APQ-STATE (WS-APQ-COUNT).
003800     MOVE WS-APQ-COUNT TO WS-APQ-IX.
003810     MOVE 'S' TO CC-APLOG-ACTION.
003820     PERFORM 3900-WRITE-LOG-ENTRY
003830                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
003840     DISPLAY 'CCAPPRV - CHANGE ' WS-LAST-ID ' ' TRAN-IN-KEY
003850             ' QUEUED - MAKER ' TRAN-IN-OPER-ID.
003860 2300-SUBMIT-CHANGE-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------*
003900* 2400-DECIDE-CHANGE - POST A CHECKER'S APPROVAL OR REJECTION.
003910*     THE CHANGE MUST BE ON THE QUEUE, STILL WAITING, AND THE
003920*     CHECKER MUST NOT BE ITS MAKER.
003930*----------------------------------------------------------------*
003940 2400-DECIDE-CHANGE.
003950     MOVE 'N' TO WS-CHG-FOUND-SW.
003960     IF TRAN-IN-CHANGE-ID NUMERIC
003970         PERFORM 2410-FIND-CHANGE THRU 2410-FIND-CHANGE-EXIT
003980             VARYING WS-APQ-IX FROM 1 BY 1
003990             UNTIL WS-APQ-IX > WS-APQ-COUNT
004000                OR WS-CHG-FOUND
004010     END-IF.
004020     IF NOT WS-CHG-FOUND
004030         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004040                 ' NOT ON THE QUEUE - IGNORED'
004050         ADD 1 TO WS-ERR-COUNT
004060         GO TO 2400-DECIDE-CHANGE-EXIT
004070     END-IF.
004080     IF WS-APQ-EXPIRED (WS-APQ-FOUND-IX)
004090         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004100                 ' EXPIRED UNAPPROVED - IGNORED'
004110         ADD 1 TO WS-ERR-COUNT
004120         GO TO 2400-DECIDE-CHANGE-EXIT
004130     END-IF.
004140     IF NOT WS-APQ-WAITING (WS-APQ-FOUND-IX)
004150         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004160                 ' ALREADY DECIDED THIS RUN - IGNORED'
004170         ADD 1 TO WS-ERR-COUNT
004180         GO TO 2400-DECIDE-CHANGE-EXIT
004190     END-IF.
004200     IF TRAN-IN-OPER-ID = WS-APQ-MAKER-ID (WS-APQ-FOUND-IX)
004210         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004220                 ' CHECKER IS THE MAKER - IGNORED'
004230         ADD 1 TO WS-ERR-COUNT
004240         GO TO 2400-DECIDE-CHANGE-EXIT
004250     END-IF.
004260     MOVE TRAN-IN-OPER-ID TO WS-APQ-CHECKER-ID (WS-APQ-FOUND-IX).
004270     IF TRAN-IN-IS-APPROVE
004280         MOVE 'A' TO WS-APQ-STATE (WS-APQ-FOUND-IX)
004290         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004300                 ' APPROVED - CHECKER ' TRAN-IN-OPER-ID
004310     ELSE
004320         MOVE 'R' TO WS-APQ-STATE (WS-APQ-FOUND-IX)
004330         DISPLAY 'CCAPPRV - CHANGE ' TRAN-IN-CHANGE-ID
004340                 ' REJECTED - CHECKER ' TRAN-IN-OPER-ID
004350     END-IF.
004360 2400-DECIDE-CHANGE-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------*
004400* 2410-FIND-CHANGE - LOCATE THE NAMED CHANGE-ID ON THE QUEUE
004410*----------------------------------------------------------------*
004420 2410-FIND-CHANGE.
004430     IF TRAN-IN-CHANGE-ID = WS-APQ-CHANGE-ID (WS-APQ-IX)
004440         MOVE 'Y' TO WS-CHG-FOUND-SW
004450         MOVE WS-APQ-IX TO WS-APQ-FOUND-IX
004460     END-IF.
004470 2410-FIND-CHANGE-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------*
004510* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
004520*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
004530*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
004540*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
004550*     SITS BEFORE MARCH 1.
004560*----------------------------------------------------------------*
004570 2620-DATE-TO-SERIAL.
004580     COMPUTE WS-DTD-SERIAL =
004590         WS-DTD-YEAR * 365 + WS-DTD-DD
004600             + WS-CUM-DAYS-MM (WS-DTD-MM).
004610     DIVIDE WS-DTD-YEAR BY 4
004620         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
004630     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
004640     DIVIDE WS-DTD-YEAR BY 100
004650         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
004660     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
004670     DIVIDE WS-DTD-YEAR BY 400
004680         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
004690     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
004700     IF WS-DTD-MM < 3
004710         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
004720                 OR WS-DTD-REM-400 = ZERO
004730             SUBTRACT 1 FROM WS-DTD-SERIAL
004740         END-IF
004750     END-IF.
004760 2620-DATE-TO-SERIAL-EXIT.
004770     EXIT.
004771
004772*----------------------------------------------------------------*
004773* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
004774*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
004775*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
004776*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
004777*----------------------------------------------------------------*
004778 2630-COUNT-BUS-DAYS.
004779     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
004780     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
004781     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
004782         MOVE ZERO TO WS-BDAY-DAYS
004783         GO TO 2630-COUNT-BUS-DAYS-EXIT
004784     END-IF.
004785     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
004786         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
004787         GO TO 2630-COUNT-BUS-DAYS-EXIT
004788     END-IF.
004789     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
004790     COMPUTE WS-BDAY-DAYS =
004791         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
004792 2630-COUNT-BUS-DAYS-EXIT.
004793     EXIT.
004794
004795*----------------------------------------------------------------*
004800* 3000-SETTLE-CHANGE - SETTLE ONE QUEUE ENTRY AT END OF RUN.  AN
004810*     APPROVED CHANGE IS RELEASED TO THE MAINTENANCE STEP AS A
004820*     CHANGE ENTRY SIGNED BY BOTH OPERATORS; A WAITING ONE GOES
004830*     BACK ON THE NEW QUEUE; A REJECTED OR EXPIRED ONE IS LOGGED
004840*     AND DROPPED.
004850*----------------------------------------------------------------*
004860 3000-SETTLE-CHANGE.
004870     EVALUATE TRUE
004880         WHEN WS-APQ-APPROVED (WS-APQ-IX)
004890             MOVE SPACE TO TRAN-OUT-REC
004900             MOVE WS-APQ-TRAN-DATA (WS-APQ-IX) TO TRAN-OUT-DATA
004910             MOVE 'C' TO TRAN-OUT-ENTRY-TYPE
004920             MOVE WS-APQ-CHANGE-ID (WS-APQ-IX)
004930                     TO TRAN-OUT-CHANGE-ID
004940             MOVE WS-APQ-MAKER-ID (WS-APQ-IX)
004950                     TO TRAN-OUT-OPER-ID
004960             MOVE WS-APQ-CHECKER-ID (WS-APQ-IX)
004970                     TO TRAN-OUT-CHECKER-ID
004980             WRITE TRAN-OUT-REC
004990             ADD 1 TO WS-APPROVE-COUNT
005000             MOVE 'A' TO CC-APLOG-ACTION
005010             PERFORM 3900-WRITE-LOG-ENTRY
005020                           THRU 3900-WRITE-LOG-ENTRY-EXIT
005030         WHEN WS-APQ-REJECTED (WS-APQ-IX)
005040             ADD 1 TO WS-REJECT-COUNT
005050             MOVE 'R' TO CC-APLOG-ACTION
005060             PERFORM 3900-WRITE-LOG-ENTRY
005070                           THRU 3900-WRITE-LOG-ENTRY-EXIT
005080         WHEN WS-APQ-EXPIRED (WS-APQ-IX)
005090             ADD 1 TO WS-EXPIRE-COUNT
005100             MOVE 'X' TO CC-APLOG-ACTION
005110             PERFORM 3900-WRITE-LOG-ENTRY
005120                           THRU 3900-WRITE-LOG-ENTRY-EXIT
005130             DISPLAY 'CCAPPRV - CHANGE '
005140                     WS-APQ-CHANGE-ID (WS-APQ-IX) ' '
005150                     WS-APQ-TRAN-KEY (WS-APQ-IX)
005160                     ' EXPIRED UNAPPROVED - MAKER '
005170                     WS-APQ-MAKER-ID (WS-APQ-IX)
005180         WHEN OTHER
005190             MOVE SPACE TO CC-APQ-REC
005200             MOVE 'D' TO CC-APQ-REC-TYPE
005210             MOVE WS-APQ-CHANGE-ID (WS-APQ-IX)
005220                     TO CC-APQ-CHANGE-ID
005230             MOVE WS-APQ-MAKER-ID (WS-APQ-IX)
005240                     TO CC-APQ-MAKER-ID
005250             MOVE WS-APQ-SUBMIT-DATE (WS-APQ-IX)
005260                     TO CC-APQ-SUBMIT-DATE
005270             MOVE WS-APQ-TRAN-DATA (WS-APQ-IX)
005280                     TO CC-APQ-TRAN-DATA
005290             WRITE APQ-OUT-REC FROM CC-APQ-REC
005300             ADD 1 TO WS-QUEUE-OUT-COUNT
005310     END-EVALUATE.
005320 3000-SETTLE-CHANGE-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------*
005360* 3900-WRITE-LOG-ENTRY - LOG ONE DECISION FOR QUEUE ENTRY
005370*     WS-APQ-IX.  THE CALLER SETS CC-APLOG-ACTION.
005380*----------------------------------------------------------------*
005390 3900-WRITE-LOG-ENTRY.
005400     MOVE WS-QUEUE-ID TO CC-APLOG-QUEUE-ID.
005410     MOVE WS-APQ-CHANGE-ID (WS-APQ-IX)   TO CC-APLOG-CHANGE-ID.
005420     MOVE WS-APQ-MAKER-ID (WS-APQ-IX)    TO CC-APLOG-MAKER-ID.
005430     MOVE WS-APQ-CHECKER-ID (WS-APQ-IX)  TO CC-APLOG-CHECKER-ID.
005440     MOVE WS-APQ-SUBMIT-DATE (WS-APQ-IX) TO CC-APLOG-SUBMIT-DATE.
005450     MOVE WS-APQ-TRAN-KEY (WS-APQ-IX)    TO CC-APLOG-TRAN-KEY.
005460     ACCEPT WS-TIME-RAW FROM TIME.
005470     COMPUTE CC-APLOG-TIMESTAMP =
005480             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
005490     WRITE CC-APLOG-REC.
005500 3900-WRITE-LOG-ENTRY-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------*
005540* 8000-FINALIZE - WRITE THE NEW QUEUE HEADER, SETTLE EVERY QUEUE
005550*     ENTRY, PRINT THE CONTROL COUNTS, AND CLOSE FILES.  A RUN
005560*     WITH ANY ENTRY IN ERROR OR ANY CHANGE EXPIRED ENDS WITH
005570*     RC=4.
005580*----------------------------------------------------------------*
005590 8000-FINALIZE.
005600     MOVE SPACE TO CC-APQ-REC.
005610     MOVE 'H' TO CC-APQ-REC-TYPE.
005620     MOVE WS-LAST-ID     TO CC-APQ-HDR-LAST-ID.
005630     MOVE WS-QUEUE-ID    TO CC-APQ-HDR-QUEUE-ID.
005640     MOVE WS-EXPIRE-DAYS TO CC-APQ-HDR-EXPIRE-DAYS.
005650     WRITE APQ-OUT-REC FROM CC-APQ-REC.
005660     PERFORM 3000-SETTLE-CHANGE  THRU 3000-SETTLE-CHANGE-EXIT
005670         VARYING WS-APQ-IX FROM 1 BY 1
005680         UNTIL WS-APQ-IX > WS-APQ-COUNT.
005690     DISPLAY 'CCAPPRV - ENTRIES READ  . . . . . ' WS-TRN-READ.
005700     DISPLAY 'CCAPPRV - CHANGES ON QUEUE IN . . '
005710             WS-QUEUE-IN-COUNT.
005720     DISPLAY 'CCAPPRV - CHANGES SUBMITTED . . . '
005730             WS-SUBMIT-COUNT.
005740     DISPLAY 'CCAPPRV - CHANGES APPROVED  . . . '
005750             WS-APPROVE-COUNT.
005760     DISPLAY 'CCAPPRV - CHANGES REJECTED  . . . '
005770             WS-REJECT-COUNT.
005780     DISPLAY 'CCAPPRV - CHANGES EXPIRED . . . . '
005790             WS-EXPIRE-COUNT.
005800     DISPLAY 'CCAPPRV - CHANGES STILL WAITING . '
005810             WS-QUEUE-OUT-COUNT.
005820     DISPLAY 'CCAPPRV - ENTRIES IN ERROR  . . . ' WS-ERR-COUNT.
005830     CLOSE TRANIN.
005840     CLOSE APQOUT.
005850     CLOSE TRANOUT.
005860     CLOSE APLOG.
005870     IF WS-ERR-COUNT > ZERO OR WS-EXPIRE-COUNT > ZERO
005880         MOVE 4 TO RETURN-CODE
005890     END-IF.
005900 8000-FINALIZE-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------*
005940* 9999-EXIT - COMMON PROGRAM EXIT
005950*----------------------------------------------------------------*
005960 9999-EXIT.
005970     STOP RUN.
