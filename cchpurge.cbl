000350*                  UNCHANGED AND IN ORDER - DROPPED ONES GO TO
000360*                  THE ARCHIVE FILE AND ONTO THE PURGE REPORT
000370*                  WITH THE REASON THEY WENT.
000371* 10/15/2026  RMK  BUSINESS-DAY RETENTION.  THE RUN DATE IS THE
000372*                  BUSINESS DATE ON THE PROCDATE CONTROL RECORD,
000373*                  NOT THE SYSTEM CLOCK, AND CC-PARM-HIST-RET-DAYS
000374*                  NOW COUNTS BUSINESS DAYS ON THE SHOP CALENDAR
000375*                  SINCE THE LAST EXTRACT DATE, SO WEEKENDS AND
000376*                  HOLIDAYS NO LONGER USE UP THE WINDOW.  A DATE
000377*                  OLDER THAN THE TEN YEARS OF CALENDAR LOADED IS
000378*                  TAKEN AS AT LEAST AS OLD AS EVERY BUSINESS DAY
000379*                  IN THEM.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT PRGRPT     ASSIGN TO PRGRPT
000530            ORGANIZATION IS SEQUENTIAL.
000532     SELECT PROCDATE   ASSIGN TO PROCDATE
000534            ORGANIZATION IS SEQUENTIAL.
000536     SELECT CALENDAR   ASSIGN TO CALENDAR
000538            ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000770 FD  PRGRPT
000780     RECORDING MODE IS F.
000790 01  PRG-LINE                  PIC X(80).
000791
000792 FD  PROCDATE
000793     RECORDING MODE IS F.
000794 COPY CCPDT.
000795
000796 FD  CALENDAR
000797     RECORDING MODE IS F.
000798 COPY CCCAL.
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------*
000880     88  WS-MAST-EOF                    VALUE 'Y'.
000890 77  WS-PURGE-SW            PIC X(01)   VALUE 'N'.
000900     88  WS-PURGE                       VALUE 'Y'.
000902 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
000904     88  WS-CAL-EOF                     VALUE 'Y'.
000906 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
000908     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
000910
000920*----------------------------------------------------------------*
000930* RUN DATE AND THE REASON THE CURRENT ENTRY IS BEING PURGED.  THE
000935* RUN DATE IS THE BUSINESS DATE FROM PROCDATE.
000940*----------------------------------------------------------------*
000950 77  WS-CURR-DATE           PIC 9(08).
000960 77  WS-PURGE-REASON        PIC X(12)   VALUE SPACE.
000970
000980*----------------------------------------------------------------*
000990* RETENTION CONTROL - BUSINESS DAYS, AND THE SERIAL-DAY WORK AREAS
001000* THE AGE TEST USES (THE SAME CONVERSION THE ELIGIBILITY RUN USES
001010* FOR THE SUPPRESSION WINDOW) - A DATE'S SERIAL DAY INDEXES THE
001015* BUSINESS-DAY TABLE.
001020*----------------------------------------------------------------*
001030 77  WS-RET-DAYS            PIC 9(05)   VALUE ZERO   COMP.
001040 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
001060 77  WS-DAYS-SINCE-EXT      PIC S9(08)  VALUE ZERO   COMP.
001070 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001080 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001180 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001190     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001200                            PIC 9(03).
001201
001202*----------------------------------------------------------------*
001203* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001204* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001205* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001206* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001207* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001208* EVERY BUSINESS DAY IN IT.
001209*----------------------------------------------------------------*
001210 01  WS-BDAY-TABLE.
001211     05  WS-BDAY-NO  OCCURS 3660 TIMES
001212                            PIC 9(07)   VALUE ZERO   COMP.
001213 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
001214 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
001215 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
001216 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001217 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
001218 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
001219 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
001220
001221*----------------------------------------------------------------*
001230* RUN CONTROL COUNTERS FOR THE PURGE REPORT
001240*----------------------------------------------------------------*
001250 77  WS-HIST-READ           PIC 9(07)   VALUE ZERO   COMP.
001530     GO TO 9999-EXIT.
001540
001550*----------------------------------------------------------------*
001560* 1000-INITIALIZE - TAKE THE PROCESSING DATE, OPEN FILES, LOAD
001570*     THE RETENTION WINDOW AND THE SHOP CALENDAR, PRINT THE
001575*     REPORT TITLE, AND PRIME THE READS.
001580*----------------------------------------------------------------*
001590 1000-INITIALIZE.
001600     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
001610     OPEN INPUT  HISTIN.
001620     OPEN INPUT  ACCTMAST.
001630     OPEN INPUT  PARMFILE.
001660     OPEN OUTPUT PRGRPT.
001670     PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT.
001680     CLOSE PARMFILE.
001690     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
001720     PERFORM 8100-PRINT-REPORT-TITLE
001730                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
001740     PERFORM 2510-READ-ACCTMAST  THRU 2510-READ-ACCTMAST-EXIT.
001750     PERFORM 2100-READ-HISTIN    THRU 2100-READ-HISTIN-EXIT.
001760 1000-INITIALIZE-EXIT.
001770     EXIT.
001771
001772*----------------------------------------------------------------*
001773* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
001774*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
001775*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
001776*----------------------------------------------------------------*
001777 1020-READ-PROC-DATE.
001778     OPEN INPUT  PROCDATE.
001779     READ PROCDATE
001780         AT END
001781             DISPLAY 'CCHPURGE - PROCDATE IS EMPTY - ABORT'
001782             MOVE 16 TO RETURN-CODE
001783             STOP RUN
001784     END-READ.
001785     CLOSE PROCDATE.
001786     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
001787 1020-READ-PROC-DATE-EXIT.
001788     EXIT.
001789
001790*----------------------------------------------------------------*
001791* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
001792*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
001793*     DATE.  THE PROCESSING DATE MUST BE ON IT.
001794*----------------------------------------------------------------*
001795 1030-LOAD-CALENDAR.
001796     MOVE WS-CURR-DATE TO WS-DTD-DATE.
001797     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001798     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
001799     COMPUTE WS-BDAY-BASE-SERIAL =
001800         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
001801     OPEN INPUT  CALENDAR.
001802     PERFORM 1031-TAKE-CALENDAR-DAY
001803                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
001804         UNTIL WS-CAL-EOF.
001805     CLOSE CALENDAR.
001806     IF NOT WS-CAL-TODAY-FOUND
001807         DISPLAY 'CCHPURGE - PROCESSING DATE NOT ON CALENDAR '
001808                 '- ABORT'
001809         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001811     END-IF.
001812 1030-LOAD-CALENDAR-EXIT.
001813     EXIT.
001814
001815*----------------------------------------------------------------*
001816* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
001817*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
001818*     AND THE READ STOPS AFTER THE PROCESSING DATE.
001819*----------------------------------------------------------------*
001820 1031-TAKE-CALENDAR-DAY.
001821     READ CALENDAR
001822         AT END
001823             MOVE 'Y' TO WS-CAL-EOF-SW
001824     END-READ.
001825     IF WS-CAL-EOF
001826         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001827     END-IF.
001828     IF CC-CAL-DATE > WS-CURR-DATE
001829         MOVE 'Y' TO WS-CAL-EOF-SW
001830         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001831     END-IF.
001832     MOVE CC-CAL-DATE TO WS-DTD-DATE.
001833     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
001834     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
001835         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
001836     END-IF.
001837     IF CC-CAL-BUS-DAY
001838         ADD 1 TO WS-BDAY-RUN-COUNT
001839     END-IF.
001840     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
001841     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
001842     IF CC-CAL-DATE = WS-CURR-DATE
001843         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
001844         MOVE 'Y' TO WS-CAL-TODAY-SW
001845     END-IF.
001846 1031-TAKE-CALENDAR-DAY-EXIT.
001847     EXIT.
001848
001849*----------------------------------------------------------------*
001850* 1100-READ-PARM-FILE - LOAD THE RETENTION WINDOW FROM THE BASE
001851*     CONTROL RECORD.  THE EXTENSION RECORDS BEHIND IT BELONG TO
001852*     THE ELIGIBILITY POLICY AND ARE NOT NEEDED HERE.
001853*----------------------------------------------------------------*
001854 1100-READ-PARM-FILE.
001855     READ PARMFILE
001860         AT END
001870             DISPLAY 'CCHPURGE - PARMFILE IS EMPTY - ABORTING'
001880             MOVE 16 TO RETURN-CODE
002300*----------------------------------------------------------------*
002310* 2200-DECIDE-ENTRY - MATCH THE ENTRY FORWARD AGAINST THE MASTER
002320*     AND APPLY THE PURGE RULES IN ORDER - NOT ON MASTER, CLOSED,
002330*     THEN OLDER THAN RETENTION.  AGE IS IN BUSINESS DAYS.
002340*----------------------------------------------------------------*
002350 2200-DECIDE-ENTRY.
002360     MOVE 'N' TO WS-PURGE-SW.
002530     IF WS-RET-DAYS = ZERO
002540         GO TO 2200-DECIDE-ENTRY-EXIT
002550     END-IF.
002560     MOVE CC-HIST-LAST-EXT-DATE TO WS-BDAY-DATE.
002570     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
002580     MOVE WS-BDAY-DAYS TO WS-DAYS-SINCE-EXT.
002610     IF WS-DAYS-SINCE-EXT > WS-RET-DAYS
002620         MOVE 'Y' TO WS-PURGE-SW
002630         MOVE 'RETENTION   ' TO WS-PURGE-REASON
003050     END-IF.
003060 2620-DATE-TO-SERIAL-EXIT.
003070     EXIT.
003071
003072*----------------------------------------------------------------*
003073* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
003074*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
003075*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
003076*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
003077*----------------------------------------------------------------*
003078 2630-COUNT-BUS-DAYS.
003079     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
003080     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
003081     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
003082         MOVE ZERO TO WS-BDAY-DAYS
003083         GO TO 2630-COUNT-BUS-DAYS-EXIT
003084     END-IF.
003085     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
003086         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
003087         GO TO 2630-COUNT-BUS-DAYS-EXIT
003088     END-IF.
003089     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
003090     COMPUTE WS-BDAY-DAYS =
003091         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
003092 2630-COUNT-BUS-DAYS-EXIT.
003093     EXIT.
003094
003095*----------------------------------------------------------------*
003100* 4000-ARCHIVE-ENTRY - THE ENTRY GOES TO THE ARCHIVE FILE
003110*     UNCHANGED AND ONTO THE REPORT WITH ITS REASON
003120*----------------------------------------------------------------*
003500     WRITE PRG-LINE.
003510     MOVE WS-RET-DAYS TO WS-RPT-COUNT-ED.
003520     MOVE SPACE TO PRG-LINE.
003530     STRING 'RETENTION WINDOW (BUS DAYS)  . . ' WS-RPT-COUNT-ED
003540            DELIMITED BY SIZE INTO PRG-LINE.
003550     WRITE PRG-LINE.
003560     MOVE SPACE TO PRG-LINE.
