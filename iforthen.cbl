001890*                  FILTER IN 2100 - WITHOUT IT, A CHECKPOINT ON
001900*                  THE SEGMENT'S LAST IN-RANGE KEY PROCESSED
001910*                  THE NEXT SEGMENT'S FIRST RECORD TWICE.
001911* 10/15/2026  RMK  ACCOUNT-LEVEL OVERRIDES.  THE NEW OVRDFILE,
001912*                  MAINTAINED BY CCOMAINT AND IN ACCOUNT NUMBER
001913*                  ORDER, IS MATCHED FORWARD LIKE THE MASTER.  AN
001914*                  OVERRIDE WHOSE START/EXPIRY WINDOW COVERS THE
001915*                  RUN DATE DECIDES THE RECORD AHEAD OF THE
001916*                  ELIGIBILITY RULE - FORCE ELIGIBLE SENDS IT TO
001917*                  THE EXTRACT (BYPASSING DUPLICATE SUPPRESSION),
001918*                  FORCE INELIGIBLE HOLDS IT OFF WITHOUT AN
001919*                  EXCEPTION ENTRY.  EITHER WAY THE AUDIT
001920*                  DISPOSITION IS 'OVRD', ACTION ALONGSIDE.
001921*                  NO-MASTER AND CLOSED ACCOUNTS STILL REJECT -
001922*                  AN OVERRIDE CANNOT REVIVE A CLOSED ACCOUNT.
001923*                  THE SUMMARY REPORT, CATEGORY TOTALS, AND
001924*                  CONTROL RECORD CARRY THE OVERRIDE COUNTS
001925*                  SEPARATELY.
001926* 10/15/2026  RMK  SOURCE FEED CONTROL TOTALS.  THE EDITED
001927*                  TRANFILE NOW OPENS WITH THE FEED HEADER THAT
001928*                  CCEDIT STAMPS WITH THE PROVED FEED AND RECYCLE
001929*                  TOTALS; IT IS READ RIGHT AFTER THE OPEN AND A
001930*                  FILE WITHOUT ONE ENDS THE RUN WITH RC=16.  A
001931*                  HASH TOTAL (ACCOUNT NUMBER PLUS TEST VALUE) IS
001932*                  KEPT OVER EVERY RECORD COUNTED AS READ AND
001933*                  GOES ON THE CONTROL RECORD, WHICH IS NOW
001934*                  PRECEDED BY AN 'F' RECORD CARRYING THE FEED
001935*                  HEADER.  THE EXTRACT TRAILER CARRIES THE HASH
001936*                  OF ITS DETAILS, THE FEED SOURCE, DATE AND
001937*                  SEQUENCE, AND THE COUNT AND HASH RECEIVED
001938*                  (FEED PLUS RECYCLE), SO THE RECONCILIATION
001939*                  STEP CAN PROVE THE RUN BACK TO THE SOURCE.
001940* 10/15/2026  RMK  PROCESSING-DATE CONTROL.  THE RUN DATE IS NOW
001941*                  THE BUSINESS DATE ON THE PROCDATE CONTROL
001942*                  RECORD INSTEAD OF THE SYSTEM CLOCK, SO A RERUN
001943*                  AFTER MIDNIGHT STAMPS THE EXCEPTIONS, AUDIT
001944*                  TRAIL, EXTRACT HEADER, HISTORY AND CONTROL
001945*                  RECORDS WITH THE DAY BEING PROCESSED.  THE
001946*                  DUPLICATE-SUPPRESSION WINDOW NOW COUNTS
001947*                  BUSINESS DAYS ON THE SHOP CALENDAR (CALENDAR),
001948*                  SO A LONG WEEKEND NO LONGER USES IT UP.  THE
001949*                  RUN LOG TIMESTAMP STAYS ON THE CLOCK SO STEP
001950*                  TIMINGS REMAIN TRUE.
001951*----------------------------------------------------------------*
001952 ENVIRONMENT DIVISION.
001953 INPUT-OUTPUT SECTION.
001954 FILE-CONTROL.
001960     SELECT TRANFILE   ASSIGN TO TRANFILE
001970            ORGANIZATION IS SEQUENTIAL.
001980     SELECT ACCTMAST   ASSIGN TO ACCTMAST
002310     SELECT OPTIONAL SEGPARM
002320                       ASSIGN TO SEGPARM
002330            ORGANIZATION IS SEQUENTIAL.
002333     SELECT OVRDFILE   ASSIGN TO OVRDFILE
002336            ORGANIZATION IS SEQUENTIAL.
002338     SELECT PROCDATE   ASSIGN TO PROCDATE
002340            ORGANIZATION IS SEQUENTIAL.
002342     SELECT CALENDAR   ASSIGN TO CALENDAR
002344            ORGANIZATION IS SEQUENTIAL.
002346
002350 DATA DIVISION.
002360 FILE SECTION.
002370 FD  TRANFILE
002380     RECORDING MODE IS F.
002390 COPY CCELIG.
002395 COPY CCFEED.
002400
002410 FD  ACCTMAST
002420     RECORDING MODE IS F.
003050 FD  SEGPARM
003060     RECORDING MODE IS F.
003070 COPY CCSEG.
003072
003074 FD  OVRDFILE
003076     RECORDING MODE IS F.
003078 COPY CCOVRD.
003079
003080 FD  PROCDATE
003081     RECORDING MODE IS F.
003082 COPY CCPDT.
003083
003084 FD  CALENDAR
003085     RECORDING MODE IS F.
003086 COPY CCCAL.
003087
003090 WORKING-STORAGE SECTION.
003100*----------------------------------------------------------------*
003110* SWITCHES
003300     88  WS-DATE-OK                     VALUE 'Y'.
003310 77  WS-EXT-EOF-SW          PIC X(01)   VALUE 'N'.
003320     88  WS-EXT-EOF                     VALUE 'Y'.
003322 77  WS-OVRD-EOF-SW         PIC X(01)   VALUE 'N'.
003324     88  WS-OVRD-EOF                    VALUE 'Y'.
003326 77  WS-OVRD-LIVE-SW        PIC X(01)   VALUE 'N'.
003328     88  WS-OVRD-LIVE                   VALUE 'Y'.
003330 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
003332     88  WS-CAL-EOF                     VALUE 'Y'.
003334 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
003336     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
003338
003340*----------------------------------------------------------------*
003350* RUN DATE - USED TO DECIDE WHETHER AN EFFECTIVE DATE HAS EXPIRED
003360* AND PRINTED ON THE SUMMARY CONTROL REPORT.  IT IS THE BUSINESS
003363* DATE FROM PROCDATE, NOT THE CLOCK.  THE CLOCK DATE IS TAKEN ONLY
003366* FOR THE RUN LOG TIMESTAMP.
003370*----------------------------------------------------------------*
003380 77  WS-CURR-DATE           PIC 9(08).
003385 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
003390
003400*----------------------------------------------------------------*
003410* REASON THE CURRENT RECORD FAILED ELIGIBILITY, IF IT DID
003420*----------------------------------------------------------------*
003430 77  WS-REJECT-REASON       PIC X(12)   VALUE SPACE.
003440 77  WS-DISPOSITION         PIC X(04)   VALUE SPACE.
003445 77  WS-OVRD-ACTION         PIC X(01)   VALUE SPACE.
003450
003460*----------------------------------------------------------------*
003470* SUBSCRIPT FOR THE APPROVED CATEGORY TABLE LOOKUP
004300 77  WS-REJECT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
004310 77  WS-REJECT-PCT          PIC 9(03)   VALUE ZERO   COMP.
004320 77  WS-SUPPRESS-COUNT      PIC 9(07)   VALUE ZERO   COMP.
004323 77  WS-OVRD-ELIG-COUNT     PIC 9(07)   VALUE ZERO   COMP.
004326 77  WS-OVRD-INEL-COUNT     PIC 9(07)   VALUE ZERO   COMP.
004327 77  WS-READ-HASH           PIC 9(15)   VALUE ZERO   COMP.
004328 77  WS-EXT-DET-HASH        PIC 9(15)   VALUE ZERO   COMP.
004329
004330*----------------------------------------------------------------*
004331* SOURCE FEED HEADER AS STAMPED BY CCEDIT - WHAT WAS RECEIVED
004332*----------------------------------------------------------------*
004333 77  WS-FEED-SOURCE-ID      PIC X(08)   VALUE SPACE.
004334 77  WS-FEED-BUS-DATE       PIC 9(08)   VALUE ZERO.
004335 77  WS-FEED-SEQ-NO         PIC 9(06)   VALUE ZERO.
004336 77  WS-FEED-COUNT          PIC 9(07)   VALUE ZERO   COMP.
004337 77  WS-FEED-HASH           PIC 9(15)   VALUE ZERO   COMP.
004338 77  WS-RCY-COUNT           PIC 9(07)   VALUE ZERO   COMP.
004339 77  WS-RCY-HASH            PIC 9(15)   VALUE ZERO   COMP.
004340
004341*----------------------------------------------------------------*
004350* SUMMARY CONTROL REPORT LINE WORK AREAS
004360*----------------------------------------------------------------*
004370 01  WS-RPT-DATE.
004600 01  WS-DCT-ED-2            PIC ZZZZZZ9.
004610 01  WS-DCT-ED-3            PIC ZZZZZZ9.
004620 01  WS-DCT-ED-4            PIC ZZZZZZ9.
004625 01  WS-DCT-ED-5            PIC ZZZZZZ9.
004630
004640*----------------------------------------------------------------*
004650* CATEGORY SUBTOTAL TABLE FOR THE DETAIL LISTING.  THE INPUT
004780         10  WS-DCT-ELIG    PIC 9(07)   COMP.
004790         10  WS-DCT-REJ     PIC 9(07)   COMP.
004800         10  WS-DCT-SUPP    PIC 9(07)   COMP.
004805         10  WS-DCT-OVRD    PIC 9(07)   COMP.
004810
004820*----------------------------------------------------------------*
004830* EXTRACT HISTORY WORK AREAS.  THE SERIAL-DAY CONVERSION TURNS A
004840* CALENDAR DATE INTO A DAY COUNT SO A DATE CAN INDEX THE
004850* BUSINESS-DAY TABLE BELOW - THE CUMULATIVE-DAYS TABLE AND
004860* LEAP-YEAR ADJUSTMENT HANDLE MONTH AND YEAR BOUNDARIES.
004870*----------------------------------------------------------------*
004880 77  WS-HIST-PREV-DATE      PIC 9(08)   VALUE ZERO.
004890 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
004910 77  WS-DAYS-SINCE-EXT      PIC S9(08)  VALUE ZERO   COMP.
004920 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
004930 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
005030 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
005040     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
005050                            PIC 9(03).
005051
005052*----------------------------------------------------------------*
005053* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
005054* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
005055* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
005056* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
005057* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
005058* EVERY BUSINESS DAY IN IT.
005059*----------------------------------------------------------------*
005060 01  WS-BDAY-TABLE.
005061     05  WS-BDAY-NO  OCCURS 3660 TIMES
005062                            PIC 9(07)   VALUE ZERO   COMP.
005063 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
005064 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
005065 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
005066 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
005067 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
005068 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
005069 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
005070 01  WS-HIST-OUT-AREA.
005071     05  WS-HIST-OUT-ACCT   PIC 9(07).
005080     05  WS-HIST-OUT-DATE   PIC 9(08).
005090     05  FILLER             PIC X(65).
005100
005930*     FROM THE LIVE CONTROLS UNDER BOTH POLICIES.
005940*----------------------------------------------------------------*
005950 0110-SIM-INITIALIZE.
005960     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
005970     OPEN INPUT  PARMFILE.
005980     PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT.
005990     CLOSE PARMFILE.
006190     MOVE WS-PARM-BASE TO CC-PARM-REC.
006200     CLOSE SIMPARM.
006210     OPEN INPUT  TRANFILE.
006213     PERFORM 1010-READ-FEED-HEADER
006216                   THRU 1010-READ-FEED-HEADER-EXIT.
006220     OPEN INPUT  ACCTMAST.
006230     PERFORM 2251-READ-ACCTMAST  THRU 2251-READ-ACCTMAST-EXIT.
006240     OPEN INPUT  HISTIN.
006260     MOVE WS-CURR-DATE TO WS-DTD-DATE.
006270     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
006280     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
006285     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
006290     OPEN OUTPUT SIMRPT.
006300     PERFORM 0120-PRINT-SIM-TITLE
006310                   THRU 0120-PRINT-SIM-TITLE-EXIT.
007890     IF CC-PARM-SUPP-DAYS = ZERO
007900         GO TO 0230-SIM-CHECK-HISTORY-EXIT
007910     END-IF.
007920     MOVE WS-HIST-PREV-DATE TO WS-BDAY-DATE.
007930     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
007940     MOVE WS-BDAY-DAYS TO WS-DAYS-SINCE-EXT.
007970     IF WS-DAYS-SINCE-EXT < CC-PARM-SUPP-DAYS
007980         MOVE 'Y' TO WS-SUPPRESS-SW
007990     END-IF.
008840*     THE READ.
008850*----------------------------------------------------------------*
008860 1000-INITIALIZE.
008870     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
008880     OPEN INPUT  TRANFILE.
008883     PERFORM 1010-READ-FEED-HEADER
008886                   THRU 1010-READ-FEED-HEADER-EXIT.
008890     OPEN INPUT  ACCTMAST.
008900     PERFORM 2251-READ-ACCTMAST  THRU 2251-READ-ACCTMAST-EXIT.
008903     OPEN INPUT  OVRDFILE.
008906     PERFORM 2271-READ-OVRDFILE  THRU 2271-READ-OVRDFILE-EXIT.
008910     PERFORM 1050-READ-SEG-PARM  THRU 1050-READ-SEG-PARM-EXIT.
008920     OPEN INPUT  HISTIN.
008930     PERFORM 2610-READ-HISTIN    THRU 2610-READ-HISTIN-EXIT.
008980     MOVE WS-CURR-DATE TO WS-DTD-DATE.
008990     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
009000     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
009005     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
009010     OPEN INPUT  PARMFILE.
009020     OPEN INPUT  RESTPARM.
009030     PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT.
009420         END-IF
009430         IF NOT WS-EOF
009440             ADD 1 TO WS-RECS-READ
009443             PERFORM 2110-HASH-READ-RECORD
009446                       THRU 2110-HASH-READ-RECORD-EXIT
009450         END-IF
009460     ELSE
009470         OPEN OUTPUT CKPTFILE
009500     END-IF.
009510 1000-INITIALIZE-EXIT.
009520     EXIT.
009521
009522*----------------------------------------------------------------*
009523* 1010-READ-FEED-HEADER - THE EDITED TRANFILE OPENS WITH THE
009524*     FEED HEADER CCEDIT WROTE AFTER PROVING THE FEED.  SAVE WHAT
009525*     WAS RECEIVED FOR THE CONTROL RECORD AND THE EXTRACT
009526*     TRAILER.  A FILE WITHOUT IT DID NOT COME THROUGH THE EDIT.
009527*----------------------------------------------------------------*
009528 1010-READ-FEED-HEADER.
009529     READ TRANFILE
009530         AT END
009531             MOVE 'Y' TO WS-EOF-SW
009532     END-READ.
009533     IF WS-EOF OR NOT CC-FEED-IS-HEADER
009534         DISPLAY 'IFORTHEN - TRANFILE HAS NO FEED HEADER - ABORT'
009535         MOVE 16 TO RETURN-CODE
009536         STOP RUN
009537     END-IF.
009538     MOVE CC-FEED-HDR-SOURCE-ID  TO WS-FEED-SOURCE-ID.
009539     MOVE CC-FEED-HDR-BUS-DATE   TO WS-FEED-BUS-DATE.
009540     MOVE CC-FEED-HDR-SEQ-NO     TO WS-FEED-SEQ-NO.
009541     MOVE CC-FEED-HDR-FEED-COUNT TO WS-FEED-COUNT.
009542     MOVE CC-FEED-HDR-FEED-HASH  TO WS-FEED-HASH.
009543     MOVE CC-FEED-HDR-RCY-COUNT  TO WS-RCY-COUNT.
009544     MOVE CC-FEED-HDR-RCY-HASH   TO WS-RCY-HASH.
009545 1010-READ-FEED-HEADER-EXIT.
009546     EXIT.
009547
009548*----------------------------------------------------------------*
009549* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
009550*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
009551*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
009552*----------------------------------------------------------------*
009553 1020-READ-PROC-DATE.
009554     OPEN INPUT  PROCDATE.
009555     READ PROCDATE
009556         AT END
009557             DISPLAY 'IFORTHEN - PROCDATE IS EMPTY - ABORT'
009558             MOVE 16 TO RETURN-CODE
009559             STOP RUN
009560     END-READ.
009561     CLOSE PROCDATE.
009562     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
009563 1020-READ-PROC-DATE-EXIT.
009564     EXIT.
009565
009566*----------------------------------------------------------------*
009567* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
009568*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
009569*     DATE.  THE PROCESSING DATE MUST BE ON IT.
009570*----------------------------------------------------------------*
009571 1030-LOAD-CALENDAR.
009572     COMPUTE WS-BDAY-BASE-SERIAL =
009573         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
009574     OPEN INPUT  CALENDAR.
009575     PERFORM 1031-TAKE-CALENDAR-DAY
009576                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
009577         UNTIL WS-CAL-EOF.
009578     CLOSE CALENDAR.
009579     IF NOT WS-CAL-TODAY-FOUND
009580         DISPLAY 'IFORTHEN - PROCESSING DATE NOT ON CALENDAR '
009581                 '- ABORT'
009582         MOVE 16 TO RETURN-CODE
009583         STOP RUN
009584     END-IF.
009585 1030-LOAD-CALENDAR-EXIT.
009586     EXIT.
009587
009588*----------------------------------------------------------------*
009589* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
009590*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
009591*     AND THE READ STOPS AFTER THE PROCESSING DATE.
009592*----------------------------------------------------------------*
009593 1031-TAKE-CALENDAR-DAY.
009594     READ CALENDAR
009595         AT END
009596             MOVE 'Y' TO WS-CAL-EOF-SW
009597     END-READ.
009598     IF WS-CAL-EOF
009599         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
009600     END-IF.
009601     IF CC-CAL-DATE > WS-CURR-DATE
009602         MOVE 'Y' TO WS-CAL-EOF-SW
009603         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
009604     END-IF.
009605     MOVE CC-CAL-DATE TO WS-DTD-DATE.
009606     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
009607     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
009608         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
009609     END-IF.
009610     IF CC-CAL-BUS-DAY
009611         ADD 1 TO WS-BDAY-RUN-COUNT
009612     END-IF.
009613     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
009614     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
009615     IF CC-CAL-DATE = WS-CURR-DATE
009616         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
009617         MOVE 'Y' TO WS-CAL-TODAY-SW
009618     END-IF.
009619 1031-TAKE-CALENDAR-DAY-EXIT.
009620     EXIT.
009621
009622*----------------------------------------------------------------*
009623* 1050-READ-SEG-PARM - PICK UP THIS RUN'S ACCOUNT-NUMBER RANGE,
009624*     IF THE JOB GAVE IT ONE.  SEGPARM IS DD DUMMY ON THE
009625*     SINGLE-STREAM JOB, SO THE READ HITS END-OF-FILE AND THE
009626*     RUN STAYS UNSEGMENTED.
009627*----------------------------------------------------------------*
009628 1050-READ-SEG-PARM.
009629     OPEN INPUT SEGPARM.
009630     READ SEGPARM
009631         AT END
009640             MOVE 'N' TO WS-SEG-MODE-SW
009650             CLOSE SEGPARM
009660             GO TO 1050-READ-SEG-PARM-EXIT
013980     END-IF.
013990     IF NOT WS-EOF
014000         ADD 1 TO WS-RECS-READ
014003         PERFORM 2110-HASH-READ-RECORD
014006                       THRU 2110-HASH-READ-RECORD-EXIT
014010     END-IF.
014020 2100-READ-TRANFILE-EXIT.
014030     EXIT.
014031
014032*----------------------------------------------------------------*
014033* 2110-HASH-READ-RECORD - ADD A RECORD COUNTED AS READ TO THE
014034*     HASH TOTAL.  A NON-NUMERIC FIELD ADDS NOTHING, AS IN THE
014035*     FEED PROOF IN CCEDIT.
014036*----------------------------------------------------------------*
014037 2110-HASH-READ-RECORD.
014038     IF CC-ACCT-NO NUMERIC
014039         ADD CC-ACCT-NO TO WS-READ-HASH
014040     END-IF.
014041     IF CC-TEST-VALUE NUMERIC
014042         ADD CC-TEST-VALUE TO WS-READ-HASH
014043     END-IF.
014044 2110-HASH-READ-RECORD-EXIT.
014045     EXIT.
014046
014050*----------------------------------------------------------------*
014060* 2200-EVALUATE-RECORD - TEST THE RECORD AND ROUTE THE RESULT
014062*     A LIVE ACCOUNT OVERRIDE ON AN OPEN MASTER DECIDES THE
014064*     RECORD INSTEAD OF THE RULE, THEN JOINS THE COMMON AUDIT
014066*     AND LISTING PATH AT 2200-WRITE-RESULTS.
014070*----------------------------------------------------------------*
014080 2200-EVALUATE-RECORD.
014090     PERFORM 2250-CHECK-ACCT-MASTER
014120         PERFORM 2300-TEST-ELIGIBILITY
014130                                  THRU 2300-TEST-ELIGIBILITY-EXIT
014140     END-IF.
014141     MOVE 'N' TO WS-OVRD-LIVE-SW.
014142     MOVE SPACE TO WS-OVRD-ACTION.
014143     IF WS-MASTER-OK
014144         PERFORM 2270-CHECK-OVERRIDE
014145                                 THRU 2270-CHECK-OVERRIDE-EXIT
014146     END-IF.
014147     IF WS-OVRD-LIVE
014148         PERFORM 2280-APPLY-OVERRIDE
014149                                 THRU 2280-APPLY-OVERRIDE-EXIT
014150         GO TO 2200-WRITE-RESULTS
014151     END-IF.
014152     IF WS-ELIGIBLE
014160         PERFORM 2600-CHECK-EXTRACT-HISTORY
014170                       THRU 2600-CHECK-EXTRACT-HISTORY-EXIT
014180         IF WS-SUPPRESS
014330                                  THRU 4000-WRITE-EXCEPTION-EXIT
014340         MOVE 'ELSE' TO WS-DISPOSITION
014350     END-IF.
014355 2200-WRITE-RESULTS.
014360     PERFORM 6000-WRITE-AUDIT-RECORD
014370                            THRU 6000-WRITE-AUDIT-RECORD-EXIT.
014380     PERFORM 5500-WRITE-DETAIL-LINE
014810     END-READ.
014820 2251-READ-ACCTMAST-EXIT.
014830     EXIT.
014831
014832*----------------------------------------------------------------*
014833* 2270-CHECK-OVERRIDE - MATCH THE TRANSACTION AGAINST THE
014834*     OVERRIDE FILE.  BOTH FILES ARRIVE IN ACCOUNT NUMBER ORDER,
014835*     SO THE OVERRIDES ARE ONLY EVER READ FORWARD.  AN OVERRIDE
014836*     IS LIVE WHEN THE RUN DATE FALLS ON OR BETWEEN ITS START
014837*     AND EXPIRY DATES - ONE NOT YET STARTED OR ALREADY EXPIRED
014838*     LEAVES THE RECORD TO THE NORMAL RULE.
014839*----------------------------------------------------------------*
014840 2270-CHECK-OVERRIDE.
014843     PERFORM 2271-READ-OVRDFILE  THRU 2271-READ-OVRDFILE-EXIT
014844         UNTIL WS-OVRD-EOF
014845            OR CC-OVRD-ACCT-NO NOT < CC-ACCT-NO.
014846     IF WS-OVRD-EOF OR CC-OVRD-ACCT-NO NOT = CC-ACCT-NO
014847         GO TO 2270-CHECK-OVERRIDE-EXIT
014848     END-IF.
014849     IF CC-OVRD-START-DATE NOT > WS-CURR-DATE
014850             AND CC-OVRD-EXPIRY-DATE NOT < WS-CURR-DATE
014851         IF CC-OVRD-FORCE-ELIG OR CC-OVRD-FORCE-INELIG
014852             MOVE 'Y' TO WS-OVRD-LIVE-SW
014853             MOVE CC-OVRD-ACTION TO WS-OVRD-ACTION
014854         END-IF
014855     END-IF.
014856 2270-CHECK-OVERRIDE-EXIT.
014857     EXIT.
014858
014859*----------------------------------------------------------------*
014860* 2271-READ-OVRDFILE - READ THE NEXT ACCOUNT OVERRIDE RECORD
014861*----------------------------------------------------------------*
014862 2271-READ-OVRDFILE.
014863     READ OVRDFILE
014864         AT END
014865             MOVE 'Y' TO WS-OVRD-EOF-SW
014866     END-READ.
014867 2271-READ-OVRDFILE-EXIT.
014868     EXIT.
014869
014870*----------------------------------------------------------------*
014871* 2280-APPLY-OVERRIDE - DECIDE THE RECORD BY ITS LIVE OVERRIDE.
014872*     FORCE ELIGIBLE GOES TO THE EXTRACT EVEN INSIDE THE
014873*     SUPPRESSION WINDOW (THE OFFICER ASKED FOR IT TO GO), AND
014874*     THE HISTORY ENTRY TAKES TODAY'S DATE.  FORCE INELIGIBLE IS
014875*     HELD OFF WITHOUT AN EXCEPTION ENTRY - IT FAILED NO RULE, SO
014876*     IT MUST NOT AGE IN SUSPENSE OR COUNT AS A REJECT REASON -
014877*     AND ITS HISTORY ENTRY IS LEFT FOR 2611 TO CARRY FORWARD.
014878*----------------------------------------------------------------*
014879 2280-APPLY-OVERRIDE.
014880     MOVE 'OVRD' TO WS-DISPOSITION.
014881     IF CC-OVRD-FORCE-INELIG
014882         ADD 1 TO WS-OVRD-INEL-COUNT
014883         DISPLAY 'ACCT ' CC-ACCT-NO ' - FORCED INELIGIBLE'
014884         GO TO 2280-APPLY-OVERRIDE-EXIT
014885     END-IF.
014886     PERFORM 2600-CHECK-EXTRACT-HISTORY
014887                       THRU 2600-CHECK-EXTRACT-HISTORY-EXIT.
014888     MOVE 'N' TO WS-SUPPRESS-SW.
014889     ADD 1 TO WS-OVRD-ELIG-COUNT.
014890     DISPLAY 'ACCT ' CC-ACCT-NO ' - FORCED ELIGIBLE'.
014891     PERFORM 5000-WRITE-EXTRACT-DETAIL
014892                       THRU 5000-WRITE-EXTRACT-DETAIL-EXIT.
014893     PERFORM 2650-WRITE-HISTORY-ENTRY
014894                       THRU 2650-WRITE-HISTORY-ENTRY-EXIT.
014895 2280-APPLY-OVERRIDE-EXIT.
014896     EXIT.
014897
014898*----------------------------------------------------------------*
014899* 2600-CHECK-EXTRACT-HISTORY - DECIDE WHETHER THIS ELIGIBLE
014900*     ACCOUNT WAS ALREADY EXTRACTED WITHIN THE SUPPRESSION
014901*     WINDOW.  THE HISTORY FILE IS IN ACCOUNT NUMBER ORDER, SO IT
014902*     IS READ FORWARD ONLY - ENTRIES PASSED OVER BELONG TO
014903*     ACCOUNTS NOT ELIGIBLE TODAY AND ARE COPIED FORWARD AS THEY
014910*     GO BY.  A MATCHED ENTRY IS CONSUMED HERE AND REWRITTEN BY
014920*     2650 WITH WHATEVER DATE APPLIES.
014930*----------------------------------------------------------------*
015060     IF CC-PARM-SUPP-DAYS = ZERO
015070         GO TO 2600-CHECK-EXTRACT-HISTORY-EXIT
015080     END-IF.
015090     MOVE WS-HIST-PREV-DATE TO WS-BDAY-DATE.
015100     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
015110     MOVE WS-BDAY-DAYS TO WS-DAYS-SINCE-EXT.
015140     IF WS-DAYS-SINCE-EXT < CC-PARM-SUPP-DAYS
015150         MOVE 'Y' TO WS-SUPPRESS-SW
015160     END-IF.
015670 2620-DATE-TO-SERIAL-EXIT.
015680     EXIT.
015690
015691*----------------------------------------------------------------*
015692* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
015693*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
015694*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
015695*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
015696*----------------------------------------------------------------*
015697 2630-COUNT-BUS-DAYS.
015698     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
015699     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
015700     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
015701         MOVE ZERO TO WS-BDAY-DAYS
015702         GO TO 2630-COUNT-BUS-DAYS-EXIT
015703     END-IF.
015704     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
015705         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
015706         GO TO 2630-COUNT-BUS-DAYS-EXIT
015707     END-IF.
015708     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
015709     COMPUTE WS-BDAY-DAYS =
015710         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
015711 2630-COUNT-BUS-DAYS-EXIT.
015712     EXIT.
015714
015716*----------------------------------------------------------------*
015718* 2650-WRITE-HISTORY-ENTRY - WRITE THIS ACCOUNT'S ENTRY ON THE
015720*     NEW HISTORY GENERATION.  AN ACCOUNT EXTRACTED TODAY CARRIES
015730*     TODAY'S DATE - A SUPPRESSED ONE KEEPS THE DATE IT ACTUALLY
015740*     LAST WENT OUT.
018260             MOVE ZERO TO WS-DCT-ELIG (WS-DCT-FOUND-IX)
018270             MOVE ZERO TO WS-DCT-REJ  (WS-DCT-FOUND-IX)
018280             MOVE ZERO TO WS-DCT-SUPP (WS-DCT-FOUND-IX)
018285             MOVE ZERO TO WS-DCT-OVRD (WS-DCT-FOUND-IX)
018290         ELSE
018300             ADD 1 TO WS-DCT-OVERFLOW
018310             GO TO 5520-TALLY-DETAIL-CATEGORY-EXIT
018360             ADD 1 TO WS-DCT-ELIG (WS-DCT-FOUND-IX)
018370         WHEN 'SUPP'
018380             ADD 1 TO WS-DCT-SUPP (WS-DCT-FOUND-IX)
018383         WHEN 'OVRD'
018386             ADD 1 TO WS-DCT-OVRD (WS-DCT-FOUND-IX)
018390         WHEN OTHER
018400             ADD 1 TO WS-DCT-REJ (WS-DCT-FOUND-IX)
018410     END-EVALUATE.
018630     MOVE CC-TEST-VALUE      TO CC-AUD-TEST-VALUE.
018640     MOVE CC-CATEGORY-CD     TO CC-AUD-CATEGORY-CD.
018650     MOVE WS-DISPOSITION     TO CC-AUD-DISPOSITION.
018655     MOVE WS-OVRD-ACTION     TO CC-AUD-OVRD-ACTION.
018660     ACCEPT WS-TIME-RAW FROM TIME.
018670     COMPUTE CC-AUD-TIMESTAMP =
018680             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
018990                       THRU 8095-PRINT-CATEGORY-TOTALS-EXIT.
019000     CLOSE TRANFILE.
019010     CLOSE ACCTMAST.
019015     CLOSE OVRDFILE.
019020     CLOSE EXCFILE.
019030     CLOSE AUDFILE.
019040     CLOSE EXTFILE.
019140     END-IF.
019150     MOVE 'E' TO WS-RLOG-TYPE.
019160     MOVE WS-RECS-READ   TO WS-RLOG-IN.
019170     COMPUTE WS-RLOG-OUT = WS-MATCH-COUNT + WS-OVRD-ELIG-COUNT.
019180     IF WS-TOL-BREACH
019190         MOVE 8 TO WS-RLOG-RC
019200     ELSE
019260     EXIT.
019270
019280*----------------------------------------------------------------*
019290* 8050-WRITE-EXTRACT-TRAILER - TRAIL EXTFILE WITH THE COUNT AND
019295*     HASH TOTAL OF THE DETAIL RECORDS ACTUALLY ON THE FILE, THE
019300*     FEED IT CAME FROM, AND WHAT WAS RECEIVED (FEED PLUS
019305*     RECYCLE).  WS-MATCH-COUNT IS ONLY
019310*     A PER-SEGMENT COUNTER (IT RESTARTS AT ZERO ON A RESTARTED
019320*     RUN), SO THE COUNT IS TAKEN BY CLOSING EXTFILE AND COUNTING
019330*     ITS DETAIL RECORDS RATHER THAN TRUSTING THAT COUNTER - THAT
019470     MOVE SPACE TO CC-EXT-REC.
019480     MOVE 'T' TO CC-EXT-REC-TYPE.
019490     MOVE WS-EXT-DETAIL-COUNT TO CC-EXT-TRL-REC-COUNT.
019491     MOVE WS-EXT-DET-HASH     TO CC-EXT-TRL-DET-HASH.
019492     MOVE WS-FEED-SOURCE-ID   TO CC-EXT-TRL-SOURCE-ID.
019493     MOVE WS-FEED-BUS-DATE    TO CC-EXT-TRL-BUS-DATE.
019494     MOVE WS-FEED-SEQ-NO      TO CC-EXT-TRL-SEQ-NO.
019495     ADD WS-FEED-COUNT WS-RCY-COUNT GIVING CC-EXT-TRL-RECV-COUNT.
019496     ADD WS-FEED-HASH WS-RCY-HASH GIVING CC-EXT-TRL-RECV-HASH.
019500     WRITE CC-EXT-REC.
019510 8050-WRITE-EXTRACT-TRAILER-EXIT.
019520     EXIT.
019530
019540*----------------------------------------------------------------*
019550* 8051-COUNT-EXTRACT-DETAIL - COUNT AND HASH ONE DETAIL RECORD
019555*     ON EXTFILE
019560*----------------------------------------------------------------*
019570 8051-COUNT-EXTRACT-DETAIL.
019580     READ EXTFILE
019610     END-READ.
019620     IF NOT WS-EXT-EOF AND CC-EXT-IS-DETAIL
019630         ADD 1 TO WS-EXT-DETAIL-COUNT
019633         ADD CC-EXT-DET-ACCT-NO    TO WS-EXT-DET-HASH
019636         ADD CC-EXT-DET-TEST-VALUE TO WS-EXT-DET-HASH
019640     END-IF.
019650 8051-COUNT-EXTRACT-DETAIL-EXIT.
019660     EXIT.
020120
020130*----------------------------------------------------------------*
020140* 8095-PRINT-CATEGORY-TOTALS - CLOSING PAGE OF THE DETAIL
020150*     LISTING - ELIGIBLE/REJECTED/SUPPRESSED/OVERRIDDEN
020160*     SUBTOTALS BY CATEGORY CODE AND A GRAND TOTAL LINE THAT
020170*     TIES TO THE SUMMARY REPORT COUNTS.
020180*----------------------------------------------------------------*
020190 8095-PRINT-CATEGORY-TOTALS.
020200     MOVE WS-CURR-DATE TO WS-RPT-DATE.
020260     WRITE DET-LINE.
020270     MOVE SPACE TO DET-LINE.
020280     WRITE DET-LINE.
020290     MOVE ' CAT  ELIGIBLE  REJECTED  SUPPRESS  OVERRIDE     TOTAL'
020300         TO DET-LINE.
020310     WRITE DET-LINE.
020320     PERFORM 8096-PRINT-CATEGORY-ROW
020450     MOVE WS-MATCH-COUNT    TO WS-DCT-ED-1.
020460     MOVE WS-REJECT-COUNT   TO WS-DCT-ED-2.
020470     MOVE WS-SUPPRESS-COUNT TO WS-DCT-ED-3.
020480     COMPUTE WS-DCT-ED-4 =
020483         WS-OVRD-ELIG-COUNT + WS-OVRD-INEL-COUNT.
020486     MOVE WS-RECS-READ      TO WS-DCT-ED-5.
020490     MOVE SPACE TO DET-LINE.
020500     STRING ' TOT  ' WS-DCT-ED-1 '   ' WS-DCT-ED-2
020510            '   ' WS-DCT-ED-3 '   ' WS-DCT-ED-4
020515            '   ' WS-DCT-ED-5
020520            DELIMITED BY SIZE INTO DET-LINE.
020530     WRITE DET-LINE.
020540 8095-PRINT-CATEGORY-TOTALS-EXIT.
020610     MOVE WS-DCT-ELIG (WS-DCT-IX) TO WS-DCT-ED-1.
020620     MOVE WS-DCT-REJ  (WS-DCT-IX) TO WS-DCT-ED-2.
020630     MOVE WS-DCT-SUPP (WS-DCT-IX) TO WS-DCT-ED-3.
020635     MOVE WS-DCT-OVRD (WS-DCT-IX) TO WS-DCT-ED-4.
020640     COMPUTE WS-DCT-ED-5 = WS-DCT-ELIG (WS-DCT-IX)
020650         + WS-DCT-REJ (WS-DCT-IX) + WS-DCT-SUPP (WS-DCT-IX)
020655         + WS-DCT-OVRD (WS-DCT-IX).
020660     MOVE SPACE TO DET-LINE.
020670     STRING ' ' WS-DCT-CODE (WS-DCT-IX) '  ' WS-DCT-ED-1
020680            '   ' WS-DCT-ED-2 '   ' WS-DCT-ED-3
020690            '   ' WS-DCT-ED-4 '   ' WS-DCT-ED-5
020700            DELIMITED BY SIZE INTO DET-LINE.
020710     WRITE DET-LINE.
020720 8096-PRINT-CATEGORY-ROW-EXIT.
021110            DELIMITED BY SIZE INTO RPT-LINE.
021120     WRITE RPT-LINE.
021130
021131     MOVE WS-OVRD-ELIG-COUNT TO WS-RPT-COUNT-ED.
021132     MOVE SPACE TO RPT-LINE.
021133     STRING 'RECORDS FORCED ELIGIBLE (OVRD) . ' WS-RPT-COUNT-ED
021134            DELIMITED BY SIZE INTO RPT-LINE.
021135     WRITE RPT-LINE.
021136
021137     MOVE WS-OVRD-INEL-COUNT TO WS-RPT-COUNT-ED.
021138     MOVE SPACE TO RPT-LINE.
021139     STRING 'RECORDS FORCED INELIGIBLE (OVRD) ' WS-RPT-COUNT-ED
021140            DELIMITED BY SIZE INTO RPT-LINE.
021141     WRITE RPT-LINE.
021142
021143     MOVE WS-REJECT-PCT TO WS-RPT-PCT-ED.
021150     MOVE SPACE TO RPT-LINE.
021160     STRING 'REJECT PERCENTAGE  . . . . . . .       '
021170            WS-RPT-PCT-ED
021710*     SEGMENTS - THE RECONCILIATION STEP WILL REPORT THE RUN OUT
021720*     OF BALANCE, WHICH IS INTENDED: A RESTARTED RUN IS HELD FOR
021730*     MANUAL RECONCILIATION BEFORE THE TRANSMISSION GOES.
021733*     THE COUNTS ARE PRECEDED BY AN 'F' RECORD CARRYING THE FEED
021736*     HEADER THE RUN WAS MADE FROM.
021740*----------------------------------------------------------------*
021750 8200-WRITE-CONTROL-RECORD.
021751     MOVE SPACE TO CC-CTL-FEED-REC.
021752     MOVE WS-CURR-DATE       TO CC-CTL-FD-RUN-DATE.
021753     MOVE WS-FEED-SOURCE-ID  TO CC-CTL-FD-SOURCE-ID.
021754     MOVE WS-FEED-BUS-DATE   TO CC-CTL-FD-BUS-DATE.
021755     MOVE WS-FEED-SEQ-NO     TO CC-CTL-FD-SEQ-NO.
021756     MOVE WS-FEED-COUNT      TO CC-CTL-FD-FEED-COUNT.
021757     MOVE WS-FEED-HASH       TO CC-CTL-FD-FEED-HASH.
021758     MOVE WS-RCY-COUNT       TO CC-CTL-FD-RCY-COUNT.
021759     MOVE WS-RCY-HASH        TO CC-CTL-FD-RCY-HASH.
021760     MOVE 'F'                TO CC-CTL-REC-TYPE.
021761     WRITE CC-CTL-REC.
021762     MOVE SPACE TO CC-CTL-REC.
021770     MOVE WS-CURR-DATE       TO CC-CTL-RUN-DATE.
021780     MOVE WS-RECS-READ       TO CC-CTL-RECS-READ.
021790     MOVE WS-MATCH-COUNT     TO CC-CTL-MATCH-COUNT.
021800     MOVE WS-REJECT-COUNT    TO CC-CTL-REJECT-COUNT.
021810     MOVE WS-SUPPRESS-COUNT  TO CC-CTL-SUPP-COUNT.
021813     MOVE WS-OVRD-ELIG-COUNT TO CC-CTL-OVRD-ELIG.
021816     MOVE WS-OVRD-INEL-COUNT TO CC-CTL-OVRD-INEL.
021820     MOVE WS-SEG-ID          TO CC-CTL-SEG-ID.
021825     MOVE WS-READ-HASH       TO CC-CTL-READ-HASH.
021830     WRITE CC-CTL-REC.
021840 8200-WRITE-CONTROL-RECORD-EXIT.
021850     EXIT.
021930     MOVE 'IFORTHEN' TO CC-RLOG-PGM-ID.
021940     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
021950     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
021955     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
021960     ACCEPT WS-TIME-RAW FROM TIME.
021970     COMPUTE CC-RLOG-TIMESTAMP =
021980             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
021990     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
022000     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
022010     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
