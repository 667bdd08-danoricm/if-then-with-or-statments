000640*                  DAY OPERATIONS REPORT (CCOPSRPT) CAN SHOW THE
000650*                  WHOLE CHAIN, TIME EACH STEP, AND CATCH A STEP
000660*                  THAT ABENDED OR NEVER RAN.
000661* 10/15/2026  RMK  BUSINESS-DAY AGING.  THE RUN DATE IS THE
000662*                  BUSINESS DATE ON THE PROCDATE CONTROL RECORD,
000663*                  NOT THE SYSTEM CLOCK, AND AN ITEM'S CYCLE COUNT
000664*                  IS NOW THE BUSINESS DAYS ON THE SHOP CALENDAR
000665*                  SINCE THE EXTRACT THAT CARRIED IT, NOT ONE PER
000666*                  RUN.  A LONG WEEKEND WHEN THE DOWNSTREAM SYSTEM
000667*                  WAS CLOSED NO LONGER ESCALATES AN ITEM EARLY.
000668*                  SINCE THE COUNT CAN NOW STEP BY MORE THAN ONE,
000669*                  THE RETRANSMISSION GOES OUT ON THE RUN THE
000670*                  COUNT FIRST REACHES THE ALLOWANCE.  THE RUN LOG
000671*                  TIMESTAMP STAYS ON THE CLOCK.
000672* 10/15/2026  RMK  EXTRACT SUBSCRIBERS.  THE DAILY EXTRACT NOW
000673*                  GOES TO SEVERAL SUBSCRIBERS, EACH ON ITS OWN
000674*                  FILE, AND THE RUN IS MADE ONCE PER SUBSCRIBER.
000675*                  THE ACKPARM CARD NAMES THE SUBSCRIBER; ITS
000676*                  DEFINITION ON THE SUBSCRIBER TABLE (SUBSCRIB)
000677*                  SUPPLIES THE NAME FOR THE REPORT AND ITS OWN
000678*                  ESCALATION ALLOWANCE (ZERO TAKES THE USUAL
000679*                  THREE CYCLES).  THE EXTRACT HEADER MUST CARRY
000680*                  THAT SUBSCRIBER'S ID AND EVERY PRIOR AGING ITEM
000681*                  MUST BE ITS OWN, SO ONE SUBSCRIBER'S
000682*                  ACKNOWLEDGMENTS ARE NEVER MATCHED AGAINST
000683*                  ANOTHER'S ITEMS - A MISMATCH STOPS THE RUN WITH
000684*                  RC=16.  THE NEW AGING ITEMS AND THE
000685*                  RETRANSMISSION HEADER ARE STAMPED WITH THE
000686*                  SUBSCRIBER ID.
000687*----------------------------------------------------------------*
000688 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT EXTFILE    ASSIGN TO EXTFILE
000840            ORGANIZATION IS SEQUENTIAL.
000850     SELECT RUNLOG     ASSIGN TO RUNLOG
000860            ORGANIZATION IS SEQUENTIAL.
000862     SELECT PROCDATE   ASSIGN TO PROCDATE
000864            ORGANIZATION IS SEQUENTIAL.
000866     SELECT CALENDAR   ASSIGN TO CALENDAR
000868            ORGANIZATION IS SEQUENTIAL.
000870     SELECT ACKPARM    ASSIGN TO ACKPARM
000872            ORGANIZATION IS SEQUENTIAL.
000874     SELECT SUBSCRIB   ASSIGN TO SUBSCRIB
000876            ORGANIZATION IS SEQUENTIAL.
000878
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  EXTFILE
001180 FD  RUNLOG
001190     RECORDING MODE IS F.
001200 COPY CCRLOG.
001201
001202 FD  PROCDATE
001203     RECORDING MODE IS F.
001204 COPY CCPDT.
001205
001206 FD  CALENDAR
001207     RECORDING MODE IS F.
001208 COPY CCCAL.
001209
001210 FD  ACKPARM
001211     RECORDING MODE IS F.
001212 01  ACP-REC.
001213     05  ACP-SUB-ID            PIC X(08).
001214     05  FILLER                PIC X(72).
001215
001216 FD  SUBSCRIB
001217     RECORDING MODE IS F.
001218 COPY CCSUBS.
001219
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------*
001240* SWITCHES
001330     88  WS-DONE                        VALUE 'Y'.
001340 77  WS-ACK-APPLIED-SW      PIC X(01)   VALUE 'N'.
001350     88  WS-ACK-APPLIED                 VALUE 'Y'.
001352 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
001354     88  WS-CAL-EOF                     VALUE 'Y'.
001356 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
001358     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
001360 77  WS-SUB-EOF-SW          PIC X(01)   VALUE 'N'.
001362     88  WS-SUB-EOF                     VALUE 'Y'.
001364 77  WS-SUB-FOUND-SW        PIC X(01)   VALUE 'N'.
001366     88  WS-SUB-FOUND                   VALUE 'Y'.
001368
001370*----------------------------------------------------------------*
001380* NUMBER OF ACKNOWLEDGMENT CYCLES AN ITEM MAY WAIT BEFORE IT IS
001390* ESCALATED ON THE REPORT.  A CYCLE IS ONE BUSINESS DAY ON THE
001395* SHOP CALENDAR.
001396* A SUBSCRIBER'S OWN ALLOWANCE ON THE SUBSCRIBER TABLE REPLACES
001397* THIS ONE; ZERO THERE LEAVES IT.
001400*----------------------------------------------------------------*
001410 77  WS-ESCALATE-CYCLES     PIC 9(03)   VALUE 3.
001411
001412*----------------------------------------------------------------*
001413* THE SUBSCRIBER THIS RUN IS FOR, FROM THE ACKPARM CARD, AND ITS
001414* NAME FROM THE SUBSCRIBER TABLE
001415*----------------------------------------------------------------*
001416 77  WS-SUB-ID              PIC X(08)   VALUE SPACE.
001417 77  WS-SUB-NAME            PIC X(24)   VALUE SPACE.
001420
001430*----------------------------------------------------------------*
001440* RUN DATE, AND THE RUN DATE CARRIED ON THE EXTRACT HEADER - THE
001450* HEADER DATE BECOMES THE SENT DATE OF A NEW AGING ITEM.  THE RUN
001453* DATE IS THE BUSINESS DATE FROM PROCDATE; THE CLOCK DATE IS TAKEN
001456* ONLY FOR THE RUN LOG TIMESTAMP.
001460*----------------------------------------------------------------*
001470 77  WS-CURR-DATE           PIC 9(08).
001475 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001480 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001490
001500*----------------------------------------------------------------*
001580 77  WS-RLOG-RC             PIC 9(02)   VALUE ZERO.
001590 77  WS-RLOG-REST           PIC X(01)   VALUE 'N'.
001600 77  WS-EXT-RUN-DATE        PIC 9(08)   VALUE ZERO.
001601
001602*----------------------------------------------------------------*
001603* SERIAL-DAY WORK AREAS (THE SAME CONVERSION THE ELIGIBILITY RUN
001604* USES) - A DATE'S SERIAL DAY INDEXES THE BUSINESS-DAY TABLE.
001605*----------------------------------------------------------------*
001606 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
001607 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001608 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001609 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
001610 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
001611 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001612 01  WS-DTD-DATE.
001613     05  WS-DTD-YEAR        PIC 9(04).
001614     05  WS-DTD-MM          PIC 9(02).
001615     05  WS-DTD-DD          PIC 9(02).
001616 01  WS-CUM-DAYS-LIST       PIC X(36)
001617         VALUE '000031059090120151181212243273304334'.
001618 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001619     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001620                            PIC 9(03).
001621
001622*----------------------------------------------------------------*
001623* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001624* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001625* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001626* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001627* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001628* EVERY BUSINESS DAY IN IT.
001629*----------------------------------------------------------------*
001630 01  WS-BDAY-TABLE.
001631     05  WS-BDAY-NO  OCCURS 3660 TIMES
001632                            PIC 9(07)   VALUE ZERO   COMP.
001633 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
001634 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
001635 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
001636 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001637 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
001638 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
001639 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
001640
001641*----------------------------------------------------------------*
001642* THE OUTSTANDING ITEM CURRENTLY BEING MATCHED - DRAWN FROM THE
001643* PRIOR AGING FILE ('A'), LAST NIGHT'S EXTRACT DETAILS ('E'), OR
001650* BOTH AT ONCE WHEN THE SAME ACCOUNT IS ON EACH (MERGED, KEEPING
001660* THE OLDER SENT DATE).  SPACE MEANS BOTH SOURCES ARE EXHAUSTED.
001670*----------------------------------------------------------------*
001770     05  WS-OUT-EFF-DATE    PIC 9(08).
001780     05  WS-OUT-CUST-NAME   PIC X(20).
001790     05  WS-OUT-BRANCH-CD   PIC X(04).
001795 77  WS-OUT-PRIOR-CYCLES    PIC 9(03)   VALUE ZERO.
001800
001810*----------------------------------------------------------------*
001820* AGING RECORD BUILT FOR AGEOUT.  BUILT HERE AND NOT IN THE AGEIN
001920     05  WS-AGE-OUT-EFF-DT  PIC 9(08).
001930     05  WS-AGE-OUT-NAME    PIC X(20).
001940     05  WS-AGE-OUT-BRANCH  PIC X(04).
001945     05  WS-AGE-OUT-SUB-ID  PIC X(08).
001950     05  FILLER             PIC X(16).
001960
001970*----------------------------------------------------------------*
001980* RETRANSMISSION EXTRACT BUILD AREAS - CC-EXT-REC FORMAT, BUILT
002030     05  WS-RET-HDR-TYPE    PIC X(01).
002040     05  WS-RET-HDR-PGM-ID  PIC X(08).
002050     05  WS-RET-HDR-DATE    PIC 9(08).
002053     05  WS-RET-HDR-CANCEL  PIC X(08).
002056     05  WS-RET-HDR-SUB-ID  PIC X(08).
002060     05  FILLER             PIC X(47).
002070 01  WS-RET-DET.
002080     05  WS-RET-DET-TYPE    PIC X(01).
002090     05  WS-RET-DET-ACCT    PIC 9(07).
002560     GO TO 9999-EXIT.
002570
002580*----------------------------------------------------------------*
002590* 1000-INITIALIZE - TAKE THE PROCESSING DATE AND THE SUBSCRIBER,
002595*     LOAD THE SHOP CALENDAR, OPEN FILES, PRINT THE REPORT TITLE,
002600*     AND PRIME EVERY READ.  THE FIRST EXTRACT READ SKIPS FORWARD
002610*     TO THE FIRST DETAIL RECORD, CHECKING THE HEADER SUBSCRIBER
002620*     AND CAPTURING THE HEADER RUN DATE ON THE WAY PAST.
002630*----------------------------------------------------------------*
002640 1000-INITIALIZE.
002650     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
002651     PERFORM 1040-READ-ACK-PARM  THRU 1040-READ-ACK-PARM-EXIT.
002652     PERFORM 1050-FIND-SUBSCRIBER
002653                            THRU 1050-FIND-SUBSCRIBER-EXIT.
002655     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
002660     OPEN INPUT  EXTFILE.
002670     OPEN INPUT  ACKFILE.
002680     OPEN INPUT  AGEIN.
002860     PERFORM 2130-READ-AGEIN     THRU 2130-READ-AGEIN-EXIT.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002881
002882*----------------------------------------------------------------*
002883* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002884*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
002885*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
002886*----------------------------------------------------------------*
002887 1020-READ-PROC-DATE.
002888     OPEN INPUT  PROCDATE.
002889     READ PROCDATE
002890         AT END
002891             DISPLAY 'CCACKPRC - PROCDATE IS EMPTY - ABORT'
002892             MOVE 16 TO RETURN-CODE
002893             STOP RUN
002894     END-READ.
002895     CLOSE PROCDATE.
002896     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
002897 1020-READ-PROC-DATE-EXIT.
002898     EXIT.
002899
002900*----------------------------------------------------------------*
002901* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
002902*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
002903*     DATE.  THE PROCESSING DATE MUST BE ON IT.
002904*----------------------------------------------------------------*
002905 1030-LOAD-CALENDAR.
002906     MOVE WS-CURR-DATE TO WS-DTD-DATE.
002907     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002908     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
002909     COMPUTE WS-BDAY-BASE-SERIAL =
002910         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
002911     OPEN INPUT  CALENDAR.
002912     PERFORM 1031-TAKE-CALENDAR-DAY
002913                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
002914         UNTIL WS-CAL-EOF.
002915     CLOSE CALENDAR.
002916     IF NOT WS-CAL-TODAY-FOUND
002917         DISPLAY 'CCACKPRC - PROCESSING DATE NOT ON CALENDAR '
002918                 '- ABORT'
002919         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002921     END-IF.
002922 1030-LOAD-CALENDAR-EXIT.
002923     EXIT.
002924
002925*----------------------------------------------------------------*
002926* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
002927*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
002928*     AND THE READ STOPS AFTER THE PROCESSING DATE.
002929*----------------------------------------------------------------*
002930 1031-TAKE-CALENDAR-DAY.
002931     READ CALENDAR
002932         AT END
002933             MOVE 'Y' TO WS-CAL-EOF-SW
002934     END-READ.
002935     IF WS-CAL-EOF
002936         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002937     END-IF.
002938     IF CC-CAL-DATE > WS-CURR-DATE
002939         MOVE 'Y' TO WS-CAL-EOF-SW
002940         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002941     END-IF.
002942     MOVE CC-CAL-DATE TO WS-DTD-DATE.
002943     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002944     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
002945         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002946     END-IF.
002947     IF CC-CAL-BUS-DAY
002948         ADD 1 TO WS-BDAY-RUN-COUNT
002949     END-IF.
002950     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
002951     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
002952     IF CC-CAL-DATE = WS-CURR-DATE
002953         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
002954         MOVE 'Y' TO WS-CAL-TODAY-SW
002955     END-IF.
002956 1031-TAKE-CALENDAR-DAY-EXIT.
002957     EXIT.
002958
002959*----------------------------------------------------------------*
002960* 1040-READ-ACK-PARM - THE ACKPARM CARD NAMES THE SUBSCRIBER WHOSE
002961*     ACKNOWLEDGMENTS THIS RUN PROCESSES.  NO CARD, OR A BLANK ID,
002962*     STOPS THE RUN BEFORE ANYTHING IS WRITTEN.
002963*----------------------------------------------------------------*
002964 1040-READ-ACK-PARM.
002965     OPEN INPUT  ACKPARM.
002966     READ ACKPARM
002967         AT END
002968             DISPLAY 'CCACKPRC - NO ACKPARM CONTROL CARD - ABORT'
002969             MOVE 16 TO RETURN-CODE
002970             STOP RUN
002971     END-READ.
002972     CLOSE ACKPARM.
002973     IF ACP-SUB-ID = SPACE
002974         DISPLAY 'CCACKPRC - ACKPARM SUBSCRIBER ID IS BLANK '
002975                 '- ABORT'
002976         MOVE 16 TO RETURN-CODE
002977         STOP RUN
002978     END-IF.
002979     MOVE ACP-SUB-ID TO WS-SUB-ID.
002980 1040-READ-ACK-PARM-EXIT.
002981     EXIT.
002982
002983*----------------------------------------------------------------*
002984* 1050-FIND-SUBSCRIBER - THE SUBSCRIBER MUST BE DEFINED ON THE
002985*     SUBSCRIBER TABLE.  ITS DEFINITION SUPPLIES THE NAME AND ANY
002986*     ESCALATION ALLOWANCE OF ITS OWN.
002987*----------------------------------------------------------------*
002988 1050-FIND-SUBSCRIBER.
002989     OPEN INPUT  SUBSCRIB.
002990     PERFORM 1051-TAKE-SUBSCRIBER THRU 1051-TAKE-SUBSCRIBER-EXIT
002991         UNTIL WS-SUB-EOF OR WS-SUB-FOUND.
002992     CLOSE SUBSCRIB.
002993     IF NOT WS-SUB-FOUND
002994         DISPLAY 'CCACKPRC - SUBSCRIBER ' WS-SUB-ID
002995                 ' NOT ON SUBSCRIB - ABORT'
002996         MOVE 16 TO RETURN-CODE
002997         STOP RUN
002998     END-IF.
002999 1050-FIND-SUBSCRIBER-EXIT.
003000     EXIT.
003001
003002*----------------------------------------------------------------*
003003* 1051-TAKE-SUBSCRIBER - ONE SUBSCRIBER TABLE RECORD.  ONLY THE
003004*     SUBSCRIBER'S DEFINITION MATTERS HERE; ITS CATEGORY AND
003005*     BRANCH SELECTION WAS APPLIED WHEN THE EXTRACT WAS ROUTED.
003006*----------------------------------------------------------------*
003007 1051-TAKE-SUBSCRIBER.
003008     READ SUBSCRIB
003009         AT END
003010             MOVE 'Y' TO WS-SUB-EOF-SW
003011             GO TO 1051-TAKE-SUBSCRIBER-EXIT
003012     END-READ.
003013     IF NOT CC-SUB-IS-DEFINITION OR CC-SUB-ID NOT = WS-SUB-ID
003014         GO TO 1051-TAKE-SUBSCRIBER-EXIT
003015     END-IF.
003016     MOVE 'Y' TO WS-SUB-FOUND-SW.
003017     MOVE CC-SUB-NAME TO WS-SUB-NAME.
003018     IF CC-SUB-ESC-CYCLES NOT NUMERIC
003019         DISPLAY 'CCACKPRC - SUBSCRIBER ' WS-SUB-ID
003020                 ' ESCALATION ALLOWANCE INVALID - ABORT'
003021         MOVE 16 TO RETURN-CODE
003022         STOP RUN
003023     END-IF.
003024     IF CC-SUB-ESC-CYCLES > ZERO
003025         MOVE CC-SUB-ESC-CYCLES TO WS-ESCALATE-CYCLES
003026     END-IF.
003027 1051-TAKE-SUBSCRIBER-EXIT.
003028     EXIT.
003029*----------------------------------------------------------------*
003030* 1100-WRITE-RETRANS-HEADER - LEAD THE RETRANSMISSION EXTRACT
003031*     WITH A HEADER RECORD, THE WAY THE ELIGIBILITY RUN LEADS
003032*     THE DAILY EXTRACT.
003033*----------------------------------------------------------------*
003034 1100-WRITE-RETRANS-HEADER.
003035     MOVE SPACE TO WS-RET-HDR.
003036     MOVE 'H' TO WS-RET-HDR-TYPE.
003037     MOVE 'CCACKPRC' TO WS-RET-HDR-PGM-ID.
003038     MOVE WS-CURR-DATE TO WS-RET-HDR-DATE.
003039     MOVE WS-SUB-ID TO WS-RET-HDR-SUB-ID.
003040     WRITE RET-REC FROM WS-RET-HDR.
003041 1100-WRITE-RETRANS-HEADER-EXIT.
003042     EXIT.
003043
003044
003050*----------------------------------------------------------------*
003060* 2000-PROCESS-MATCH - MATCH ONE ACKNOWLEDGMENT OR DISPOSE OF ONE
003070*     OUTSTANDING ITEM, WHICHEVER KEY IS LOW.  THE OUTSTANDING
003580             GO TO 2110-READ-EXT-DETAIL-EXIT
003590     END-READ.
003600     IF CC-EXT-IS-HEADER
003601         IF CC-EXT-HDR-SUB-ID NOT = WS-SUB-ID
003602             DISPLAY 'CCACKPRC - EXTRACT IS FOR SUBSCRIBER '
003603                     CC-EXT-HDR-SUB-ID ' NOT ' WS-SUB-ID
003604                     ' - ABORT'
003605             MOVE 16 TO RETURN-CODE
003606             STOP RUN
003607         END-IF
003610         MOVE CC-EXT-HDR-RUN-DATE TO WS-EXT-RUN-DATE
003620         GO TO 2110-READ-EXT-DETAIL
003630     END-IF.
003930     IF NOT WS-AGE-EOF
003940         ADD 1 TO WS-AGED-IN-COUNT
003950     END-IF.
003951     IF NOT WS-AGE-EOF
003952         IF CC-AGE-SUB-ID NOT = SPACE
003953                 AND CC-AGE-SUB-ID NOT = WS-SUB-ID
003954             DISPLAY 'CCACKPRC - AGING ITEM FOR SUBSCRIBER '
003955                     CC-AGE-SUB-ID ' NOT ' WS-SUB-ID ' - ABORT'
003956             MOVE 16 TO RETURN-CODE
003957             STOP RUN
003958         END-IF
003959     END-IF.
003960 2130-READ-AGEIN-EXIT.
003970     EXIT.
003980
004770     END-IF.
004780 2300-CONSUME-OUTSTANDING-EXIT.
004790     EXIT.
004791
004792*----------------------------------------------------------------*
004793* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
004794*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
004795*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
004796*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
004797*     SITS BEFORE MARCH 1.
004798*----------------------------------------------------------------*
004799 2620-DATE-TO-SERIAL.
004800     COMPUTE WS-DTD-SERIAL =
004801         WS-DTD-YEAR * 365 + WS-DTD-DD
004802             + WS-CUM-DAYS-MM (WS-DTD-MM).
004803     DIVIDE WS-DTD-YEAR BY 4
004804         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
004805     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
004806     DIVIDE WS-DTD-YEAR BY 100
004807         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
004808     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
004809     DIVIDE WS-DTD-YEAR BY 400
004810         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
004811     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
004812     IF WS-DTD-MM < 3
004813         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
004814                 OR WS-DTD-REM-400 = ZERO
004815             SUBTRACT 1 FROM WS-DTD-SERIAL
004816         END-IF
004817     END-IF.
004818 2620-DATE-TO-SERIAL-EXIT.
004819     EXIT.
004820
004821*----------------------------------------------------------------*
004822* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
004823*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
004824*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
004825*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
004826*----------------------------------------------------------------*
004827 2630-COUNT-BUS-DAYS.
004828     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
004829     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
004830     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
004831         MOVE ZERO TO WS-BDAY-DAYS
004832         GO TO 2630-COUNT-BUS-DAYS-EXIT
004833     END-IF.
004834     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
004835         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
004836         GO TO 2630-COUNT-BUS-DAYS-EXIT
004837     END-IF.
004838     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
004839     COMPUTE WS-BDAY-DAYS =
004840         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
004841 2630-COUNT-BUS-DAYS-EXIT.
004842     EXIT.
004843
004844*----------------------------------------------------------------*
004845* 3100-APPLY-ACK - DISPOSE OF AN ACKNOWLEDGED ITEM.  AN ACCEPTED
004846*     ITEM IS SIMPLY RETIRED.  A REJECTED ITEM IS REPORTED WITH
004847*     THE DOWNSTREAM SYSTEM'S OWN REASON CODE.  A STATUS THAT IS
004850*     NEITHER IS REPORTED AND NOT APPLIED - THE OUTSTANDING ITEM
004860*     STAYS OUTSTANDING AND CARRIES FORWARD, THE WAY THE OTHER
004870*     RUNS TREAT AN UNKNOWN FUNCTION CODE.
005560
005570
005580*----------------------------------------------------------------*
005590* 4000-CARRY-FORWARD - NO ACKNOWLEDGMENT FOR THIS ITEM.  SET ITS
005600*     CYCLE COUNT, CARRY IT ON THE NEW AGING FILE, AND ESCALATE
005610*     IT ON THE REPORT ONCE IT HAS WAITED THE FULL ALLOWANCE.  THE
005613*     COUNT IS THE BUSINESS DAYS SINCE THE SENT DATE, SO LAST
005616*     NIGHT'S EXTRACT CARRIES AT ONE WHATEVER DAYS LIE BETWEEN.
005620*----------------------------------------------------------------*
005630 4000-CARRY-FORWARD.
005640     ADD 1 TO WS-UNACK-COUNT.
005650     MOVE WS-OUT-CYCLES TO WS-OUT-PRIOR-CYCLES.
005651     MOVE WS-OUT-SENT-DATE TO WS-BDAY-DATE.
005652     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
005653     IF WS-BDAY-DAYS > 999
005654         MOVE 999 TO WS-OUT-CYCLES
005655     ELSE
005656         MOVE WS-BDAY-DAYS TO WS-OUT-CYCLES
005657     END-IF.
005658     IF WS-OUT-CYCLES = ZERO
005659         MOVE 1 TO WS-OUT-CYCLES
005660     END-IF.
005661     MOVE SPACE TO WS-AGE-OUT-AREA.
005670     MOVE WS-OUT-ACCT-NO     TO WS-AGE-OUT-ACCT-NO.
005680     MOVE WS-OUT-TEST-VALUE  TO WS-AGE-OUT-VALUE.
005690     MOVE WS-OUT-CATEGORY-CD TO WS-AGE-OUT-CAT-CD.
005720     MOVE WS-OUT-EFF-DATE    TO WS-AGE-OUT-EFF-DT.
005730     MOVE WS-OUT-CUST-NAME   TO WS-AGE-OUT-NAME.
005740     MOVE WS-OUT-BRANCH-CD   TO WS-AGE-OUT-BRANCH.
005745     MOVE WS-SUB-ID          TO WS-AGE-OUT-SUB-ID.
005750     WRITE AGE-OUT-REC FROM WS-AGE-OUT-AREA.
005760     IF WS-OUT-CYCLES NOT < WS-ESCALATE-CYCLES
005770         ADD 1 TO WS-ESCALATE-COUNT
005860*        FIRST ESCALATES - THE REPORT LINE REPEATS EVERY CYCLE
005870*        AS IT ALWAYS HAS, BUT RE-SENDING THE SAME DETAIL EVERY
005880*        DAY WOULD HAND DOWNSTREAM A DUPLICATE FEED.
005883*        THE COUNT CAN STEP PAST THE ALLOWANCE, SO FIRST MEANS
005886*        THE PRIOR COUNT WAS STILL UNDER IT.
005890         IF WS-OUT-PRIOR-CYCLES < WS-ESCALATE-CYCLES
005900             PERFORM 4100-WRITE-RETRANS-DETAIL
005910                        THRU 4100-WRITE-RETRANS-DETAIL-EXIT
005920         END-IF
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 8100-PRINT-REPORT-TITLE - REPORT TITLE LINE, THE SUBSCRIBER,
006575*     AND A SPACER
006580*----------------------------------------------------------------*
006590 8100-PRINT-REPORT-TITLE.
006600     MOVE WS-CURR-DATE TO WS-RPT-DATE.
006640            WS-RPT-DATE-CC WS-RPT-DATE-YY
006650            DELIMITED BY SIZE INTO ACK-LINE.
006660     WRITE ACK-LINE.
006662     MOVE SPACE TO ACK-LINE.
006664     STRING 'SUBSCRIBER ' WS-SUB-ID '  ' WS-SUB-NAME
006666            DELIMITED BY SIZE INTO ACK-LINE.
006668     WRITE ACK-LINE.
006670     MOVE SPACE TO ACK-LINE.
006680     WRITE ACK-LINE.
006690 8100-PRINT-REPORT-TITLE-EXIT.
007540     MOVE 'CCACKPRC' TO CC-RLOG-PGM-ID.
007550     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
007560     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
007565     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
007570     ACCEPT WS-TIME-RAW FROM TIME.
007580     COMPUTE CC-RLOG-TIMESTAMP =
007590             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
007600     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
007610     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
007620     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
