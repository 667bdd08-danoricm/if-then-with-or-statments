000490*                  DAY OPERATIONS REPORT (CCOPSRPT) CAN SHOW THE
000500*                  WHOLE CHAIN, TIME EACH STEP, AND CATCH A STEP
000510*                  THAT ABENDED OR NEVER RAN.
000511* 10/15/2026  RMK  BUSINESS-DAY AGING.  THE RUN DATE IS THE
000512*                  BUSINESS DATE ON THE PROCDATE CONTROL RECORD,
000513*                  NOT THE SYSTEM CLOCK, AND A SUSPENSE ITEM'S
000514*                  CYCLE COUNT IS NOW THE BUSINESS DAYS ON THE
000515*                  SHOP CALENDAR SINCE IT FIRST ENTERED SUSPENSE,
000516*                  COUNTING THAT DAY, RATHER THAN ONE PER RUN.  A
000517*                  LONG WEEKEND NO LONGER AGES AN ITEM EARLY, AND
000518*                  A RERUN OF THE SAME DAY NO LONGER STEPS IT
000519*                  TWICE.  THE RUN LOG TIMESTAMP STAYS ON THE
000520*                  CLOCK.
000521*----------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT RUNLOG     ASSIGN TO RUNLOG
000690            ORGANIZATION IS SEQUENTIAL.
000692     SELECT PROCDATE   ASSIGN TO PROCDATE
000694            ORGANIZATION IS SEQUENTIAL.
000696     SELECT CALENDAR   ASSIGN TO CALENDAR
000698            ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000970 FD  RUNLOG
000980     RECORDING MODE IS F.
000990 COPY CCRLOG.
000991
000992 FD  PROCDATE
000993     RECORDING MODE IS F.
000994 COPY CCPDT.
000995
000996 FD  CALENDAR
000997     RECORDING MODE IS F.
000998 COPY CCCAL.
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------*
001140     88  WS-CORR-FOUND                  VALUE 'Y'.
001150 77  WS-CORR-VALID-SW       PIC X(01)   VALUE 'N'.
001160     88  WS-CORR-VALID                  VALUE 'Y'.
001162 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
001164     88  WS-CAL-EOF                     VALUE 'Y'.
001166 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
001168     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
001170
001180*----------------------------------------------------------------*
001190* NUMBER OF RECYCLE CYCLES A REJECT MAY SIT IN SUSPENSE BEFORE IT
001200* IS REPORTED AS AGED.  A CYCLE IS ONE BUSINESS DAY ON THE SHOP
001205* CALENDAR.
001210*----------------------------------------------------------------*
001220 77  WS-SUSPENSE-LIMIT      PIC 9(03)   VALUE 5.
001230
001240*----------------------------------------------------------------*
001250* RUN DATE - THE FIRST-SUSPENSE DATE OF A NEW REJECT AND THE
001260* REPORT TITLE DATE.  IT IS THE BUSINESS DATE FROM PROCDATE; THE
001265* CLOCK DATE IS TAKEN ONLY FOR THE RUN LOG TIMESTAMP.
001270*----------------------------------------------------------------*
001280 77  WS-CURR-DATE           PIC 9(08).
001285 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001290 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001300
001310*----------------------------------------------------------------*
001590 77  WS-LEAP-REM-4          PIC 9(04)   VALUE ZERO   COMP.
001600 77  WS-LEAP-REM-100        PIC 9(04)   VALUE ZERO   COMP.
001610 77  WS-LEAP-REM-400        PIC 9(04)   VALUE ZERO   COMP.
001611
001612*----------------------------------------------------------------*
001613* SERIAL-DAY WORK AREAS (THE SAME CONVERSION THE ELIGIBILITY RUN
001614* USES) - A DATE'S SERIAL DAY INDEXES THE BUSINESS-DAY TABLE.
001615*----------------------------------------------------------------*
001616 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
001617 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001618 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001619 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
001620 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
001621 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001622 01  WS-DTD-DATE.
001623     05  WS-DTD-YEAR        PIC 9(04).
001624     05  WS-DTD-MM          PIC 9(02).
001625     05  WS-DTD-DD          PIC 9(02).
001626 01  WS-CUM-DAYS-LIST       PIC X(36)
001627         VALUE '000031059090120151181212243273304334'.
001628 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001629     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001630                            PIC 9(03).
001631
001632*----------------------------------------------------------------*
001633* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001634* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001635* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001636* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001637* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001638* EVERY BUSINESS DAY IN IT.
001639*----------------------------------------------------------------*
001640 01  WS-BDAY-TABLE.
001641     05  WS-BDAY-NO  OCCURS 3660 TIMES
001642                            PIC 9(07)   VALUE ZERO   COMP.
001643 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
001644 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
001645 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
001646 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001647 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
001648 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
001649 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
001650
001651*----------------------------------------------------------------*
001652* THE SUSPENSE ITEM CURRENTLY BEING DISPOSED OF - DRAWN FROM THE
001653* PRIOR SUSPENSE FILE ('S'), THE PRIOR RUN'S EXCEPTIONS ('E'), OR
001660* BOTH AT ONCE WHEN THE SAME ACCOUNT REJECTED AGAIN (MERGED,
001670* KEEPING THE ORIGINAL FIRST-SUSPENSE DATE AND CYCLE COUNT BUT
001680* THE LATEST FIELD CONTENTS).  SPACE MEANS BOTH ARE EXHAUSTED.
002440     GO TO 9999-EXIT.
002450
002460*----------------------------------------------------------------*
002470* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOAD THE SHOP
002480*     CALENDAR, OPEN FILES, LOAD THE CORRECTION TABLE, PRINT THE
002485*     REPORT TITLE, AND PRIME THE READS.
002490*----------------------------------------------------------------*
002500 1000-INITIALIZE.
002510     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
002515     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
002520     OPEN INPUT  EXCFILE.
002530     OPEN INPUT  CORRFILE.
002540     OPEN INPUT  SUSPIN.
002710     PERFORM 2130-READ-SUSPIN    THRU 2130-READ-SUSPIN-EXIT.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.
002731
002732*----------------------------------------------------------------*
002733* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002734*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
002735*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
002736*----------------------------------------------------------------*
002737 1020-READ-PROC-DATE.
002738     OPEN INPUT  PROCDATE.
002739     READ PROCDATE
002740         AT END
002741             DISPLAY 'CCRECYCL - PROCDATE IS EMPTY - ABORT'
002742             MOVE 16 TO RETURN-CODE
002743             STOP RUN
002744     END-READ.
002745     CLOSE PROCDATE.
002746     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
002747 1020-READ-PROC-DATE-EXIT.
002748     EXIT.
002749
002750*----------------------------------------------------------------*
002751* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
002752*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
002753*     DATE.  THE PROCESSING DATE MUST BE ON IT.
002754*----------------------------------------------------------------*
002755 1030-LOAD-CALENDAR.
002756     MOVE WS-CURR-DATE TO WS-DTD-DATE.
002757     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002758     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
002759     COMPUTE WS-BDAY-BASE-SERIAL =
002760         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
002761     OPEN INPUT  CALENDAR.
002762     PERFORM 1031-TAKE-CALENDAR-DAY
002763                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
002764         UNTIL WS-CAL-EOF.
002765     CLOSE CALENDAR.
002766     IF NOT WS-CAL-TODAY-FOUND
002767         DISPLAY 'CCRECYCL - PROCESSING DATE NOT ON CALENDAR '
002768                 '- ABORT'
002769         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002771     END-IF.
002772 1030-LOAD-CALENDAR-EXIT.
002773     EXIT.
002774
002775*----------------------------------------------------------------*
002776* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
002777*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
002778*     AND THE READ STOPS AFTER THE PROCESSING DATE.
002779*----------------------------------------------------------------*
002780 1031-TAKE-CALENDAR-DAY.
002781     READ CALENDAR
002782         AT END
002783             MOVE 'Y' TO WS-CAL-EOF-SW
002784     END-READ.
002785     IF WS-CAL-EOF
002786         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002787     END-IF.
002788     IF CC-CAL-DATE > WS-CURR-DATE
002789         MOVE 'Y' TO WS-CAL-EOF-SW
002790         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002791     END-IF.
002792     MOVE CC-CAL-DATE TO WS-DTD-DATE.
002793     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
002794     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
002795         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
002796     END-IF.
002797     IF CC-CAL-BUS-DAY
002798         ADD 1 TO WS-BDAY-RUN-COUNT
002799     END-IF.
002800     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
002801     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
002802     IF CC-CAL-DATE = WS-CURR-DATE
002803         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
002804         MOVE 'Y' TO WS-CAL-TODAY-SW
002805     END-IF.
002806 1031-TAKE-CALENDAR-DAY-EXIT.
002807     EXIT.
002808
002809*----------------------------------------------------------------*
002810* 1100-LOAD-CORRECTIONS - LOAD ONE CORRECTION TRANSACTION INTO
002811*     THE TABLE.  A TRANSACTION PAST THE TABLE LIMIT OR WITH AN
002812*     UNKNOWN FUNCTION CODE IS REPORTED AND DROPPED, AND THE
002813*     REPLACEMENT FIELD IS EDITED BEFORE THE CORRECTION IS
002814*     ACCEPTED - A CORRECTION THAT WOULD ONLY BOUNCE OFF THE
002815*     FRONT-END EDIT IS REPORTED AS INVALID INSTEAD, LEAVING ITS
002820*     REJECT IN SUSPENSE TO AGE NORMALLY.
002830*----------------------------------------------------------------*
002840 1100-LOAD-CORRECTIONS.
005030     END-IF.
005040 2300-CONSUME-ITEM-EXIT.
005050     EXIT.
005051
005052*----------------------------------------------------------------*
005053* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
005054*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
005055*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
005056*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
005057*     SITS BEFORE MARCH 1.
005058*----------------------------------------------------------------*
005059 2620-DATE-TO-SERIAL.
005060     COMPUTE WS-DTD-SERIAL =
005061         WS-DTD-YEAR * 365 + WS-DTD-DD
005062             + WS-CUM-DAYS-MM (WS-DTD-MM).
005063     DIVIDE WS-DTD-YEAR BY 4
005064         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
005065     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
005066     DIVIDE WS-DTD-YEAR BY 100
005067         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
005068     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
005069     DIVIDE WS-DTD-YEAR BY 400
005070         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
005071     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
005072     IF WS-DTD-MM < 3
005073         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
005074                 OR WS-DTD-REM-400 = ZERO
005075             SUBTRACT 1 FROM WS-DTD-SERIAL
005076         END-IF
005077     END-IF.
005078 2620-DATE-TO-SERIAL-EXIT.
005079     EXIT.
005080
005081*----------------------------------------------------------------*
005082* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
005083*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
005084*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
005085*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
005086*----------------------------------------------------------------*
005087 2630-COUNT-BUS-DAYS.
005088     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
005089     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
005090     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
005091         MOVE ZERO TO WS-BDAY-DAYS
005092         GO TO 2630-COUNT-BUS-DAYS-EXIT
005093     END-IF.
005094     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
005095         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
005096         GO TO 2630-COUNT-BUS-DAYS-EXIT
005097     END-IF.
005098     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
005099     COMPUTE WS-BDAY-DAYS =
005100         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
005101 2630-COUNT-BUS-DAYS-EXIT.
005102     EXIT.
005103
005104*----------------------------------------------------------------*
005105* 3000-SEARCH-CORRECTION - LOOK THE STAGED REJECT UP IN THE
005106*     CORRECTION TABLE BY ACCOUNT NUMBER.
005107*----------------------------------------------------------------*
005110 3000-SEARCH-CORRECTION.
005120     MOVE 'N' TO WS-CORR-FOUND-SW.
005130     PERFORM 3010-COMPARE-CORRECTION
005620     EXIT.
005630
005640*----------------------------------------------------------------*
005650* 5000-CARRY-FORWARD - NO CORRECTION FOR THIS REJECT.  SET ITS
005660*     CYCLE COUNT, CARRY IT ON THE NEW SUSPENSE FILE, AND REPORT
005670*     IT ONCE IT HAS SAT PAST THE SUSPENSE ALLOWANCE.  THE COUNT
005673*     IS THE BUSINESS DAYS SINCE IT FIRST ENTERED SUSPENSE PLUS
005676*     ONE FOR THAT DAY, SO A NEW REJECT CARRIES AT ONE.
005680*----------------------------------------------------------------*
005690 5000-CARRY-FORWARD.
005700     ADD 1 TO WS-CARRIED-COUNT.
005710     MOVE WS-ITEM-FIRST-DATE TO WS-BDAY-DATE.
005711     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
005712     IF WS-BDAY-DAYS > 998
005713         MOVE 999 TO WS-ITEM-CYCLES
005714     ELSE
005715         COMPUTE WS-ITEM-CYCLES = WS-BDAY-DAYS + 1
005716     END-IF.
005720     MOVE SPACE TO WS-SUSP-OUT-AREA.
005730     MOVE WS-ITEM-ACCT-NO    TO WS-SUSP-OUT-ACCT.
005740     MOVE WS-ITEM-TEST-VALUE TO WS-SUSP-OUT-VALUE.
007160     MOVE 'CCRECYCL' TO CC-RLOG-PGM-ID.
007170     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
007180     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
007185     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
007190     ACCEPT WS-TIME-RAW FROM TIME.
007200     COMPUTE CC-RLOG-TIMESTAMP =
007210             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
007220     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
007230     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
007240     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
