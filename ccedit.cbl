000460*                  DAY OPERATIONS REPORT (CCOPSRPT) CAN SHOW THE
000470*                  WHOLE CHAIN, TIME EACH STEP, AND CATCH A STEP
000480*                  THAT ABENDED OR NEVER RAN.
000481* 10/15/2026  RMK  SOURCE FEED CONTROL TOTALS.  BEFORE ANY RECORD
000482*                  IS EDITED, THE RAW FEED (FEEDIN) IS PROVED
000483*                  AGAINST ITS OWN HEADER AND TRAILER - ONE
000484*                  HEADER FIRST, ONE TRAILER LAST, DETAIL COUNT
000485*                  AND HASH TOTAL EQUAL TO THE TRAILER'S - AND
000486*                  THE HEADER IS CHECKED AGAINST THE FEED
000487*                  REGISTER (FEEDREG) SO A DUPLICATE OR OUT-OF-
000488*                  SEQUENCE FEED IS REFUSED.  THE RECYCLED
000489*                  CORRECTIONS (RCYIN) ARE TOTALLED THE SAME WAY,
000490*                  THE EDITED FILE IS LED WITH THE FEED HEADER
000491*                  STAMPED WITH BOTH SETS OF TOTALS, AND AT END
000492*                  OF EDIT THE SORTED INPUT MUST EQUAL FEED PLUS
000493*                  RECYCLE IN COUNT AND HASH.  A REFUSED FEED OR A
000494*                  MISMATCH ENDS THE STEP WITH RC=16, WHICH STOPS
000495*                  THE JOB.  THE UPDATED REGISTER GOES TO FEEDRGO
000496*                  (UNCHANGED WHEN THE FEED IS REFUSED).
000497* 10/15/2026  RMK  PROCESSING-DATE CONTROL.  THE RUN DATE IS NOW
000498*                  THE BUSINESS DATE ON THE PROCDATE CONTROL
000499*                  RECORD, NOT THE SYSTEM CLOCK.  THE CHAIN RUNS
000500*                  ONLY ON AN OPEN DATE - ONE CCDTROLL HAS ROLLED
000501*                  AND NOT YET CLOSED - SO A CLOSED DATE REFUSES
000502*                  THE RUN (RC=16) AND THE CHAIN CANNOT RUN TWICE
000503*                  FOR THE SAME BUSINESS DATE.  THE RUN LOG
000504*                  TIMESTAMP STAYS ON THE CLOCK.
000505*----------------------------------------------------------------*
000506 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT EDITIN     ASSIGN TO EDITIN
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT RUNLOG     ASSIGN TO RUNLOG
000620            ORGANIZATION IS SEQUENTIAL.
000621     SELECT FEEDIN     ASSIGN TO FEEDIN
000622            ORGANIZATION IS SEQUENTIAL.
000623     SELECT RCYIN      ASSIGN TO RCYIN
000624            ORGANIZATION IS SEQUENTIAL.
000625     SELECT FEEDREG    ASSIGN TO FEEDREG
000626            ORGANIZATION IS SEQUENTIAL.
000627     SELECT FEEDRGO    ASSIGN TO FEEDRGO
000628            ORGANIZATION IS SEQUENTIAL.
000631     SELECT PROCDATE   ASSIGN TO PROCDATE
000634            ORGANIZATION IS SEQUENTIAL.
000637
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EDITIN
000820 FD  RUNLOG
000830     RECORDING MODE IS F.
000840 COPY CCRLOG.
000841
000842 FD  FEEDIN
000843     RECORDING MODE IS F.
000844 COPY CCFEED.
000845
000846 FD  RCYIN
000847     RECORDING MODE IS F.
000848 01  RCY-IN-REC.
000849     05  RCY-ACCT-NO           PIC 9(07).
000850     05  RCY-TEST-VALUE        PIC 9(03).
000851     05  FILLER                PIC X(70).
000852
000853 FD  FEEDREG
000854     RECORDING MODE IS F.
000855 COPY CCFREG.
000856
000857 FD  FEEDRGO
000858     RECORDING MODE IS F.
000859 01  FREG-OUT-REC              PIC X(80).
000860
000861 FD  PROCDATE
000862     RECORDING MODE IS F.
000863 COPY CCPDT.
000864
000865 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------*
000880* SWITCHES
000890*----------------------------------------------------------------*
000900 77  WS-EOF-SW              PIC X(01)   VALUE 'N'.
000910     88  WS-EOF                         VALUE 'Y'.
000911 77  WS-FEED-EOF-SW         PIC X(01)   VALUE 'N'.
000912     88  WS-FEED-EOF                    VALUE 'Y'.
000913 77  WS-RCY-EOF-SW          PIC X(01)   VALUE 'N'.
000914     88  WS-RCY-EOF                     VALUE 'Y'.
000915 77  WS-FREG-EOF-SW         PIC X(01)   VALUE 'N'.
000916     88  WS-FREG-EOF                    VALUE 'Y'.
000917 77  WS-REFUSE-SW           PIC X(01)   VALUE 'N'.
000918     88  WS-FEED-REFUSED                VALUE 'Y'.
000919 77  WS-NO-REGISTER-SW      PIC X(01)   VALUE 'N'.
000920     88  WS-NO-REGISTER                 VALUE 'Y'.
000921 77  WS-TRL-NUMERIC-SW      PIC X(01)   VALUE 'Y'.
000922     88  WS-TRL-NUMERIC                 VALUE 'Y'.
000923
000930*----------------------------------------------------------------*
000940* RUN DATE - PRINTED ON THE EDIT REPORT.  IT IS THE BUSINESS DATE
000943* FROM PROCDATE, NOT THE CLOCK.  THE CLOCK DATE IS TAKEN ONLY FOR
000946* THE RUN LOG TIMESTAMP.
000950*----------------------------------------------------------------*
000960 77  WS-CURR-DATE           PIC 9(08).
000965 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
000970 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
000980
000990*----------------------------------------------------------------*
001200* IT DUPLICATES.  SPACES MEANS NO RECORD HAS PASSED YET.
001210*----------------------------------------------------------------*
001220 77  WS-PREV-ACCT           PIC X(07)   VALUE SPACE.
001221
001222*----------------------------------------------------------------*
001223* SOURCE FEED CONTROL.  THE HEADER FIELDS AS RECEIVED, THE
001224* DETAILS COUNTED AND HASHED BETWEEN HEADER AND TRAILER, AND THE
001225* TRAILER'S CLAIMS.  A HASH TOTAL IS ACCOUNT NUMBER PLUS TEST
001226* VALUE SUMMED OVER THE RECORDS - A FIELD THAT IS NOT NUMERIC
001227* ADDS ZERO.
001228*----------------------------------------------------------------*
001229 77  WS-REFUSE-REASON       PIC X(45)   VALUE SPACE.
001230 77  WS-FEED-SOURCE-ID      PIC X(08)   VALUE SPACE.
001231 01  WS-FEED-BUS-DATE       PIC X(08)   VALUE SPACE.
001232 01  WS-FEED-BUS-DATE-R  REDEFINES WS-FEED-BUS-DATE.
001233     05  WS-FBD-CCYY        PIC X(04).
001234     05  WS-FBD-MM          PIC X(02).
001235     05  WS-FBD-DD          PIC X(02).
001236 77  WS-FEED-SEQ-NO         PIC X(06)   VALUE SPACE.
001237 77  WS-FEED-HDR-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001238 77  WS-FEED-TRL-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001239 77  WS-FEED-DET-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001240 77  WS-FEED-AFTER-TRL      PIC 9(07)   VALUE ZERO   COMP.
001241 77  WS-FEED-HASH           PIC 9(15)   VALUE ZERO   COMP.
001242 77  WS-TRL-CLAIM-COUNT     PIC 9(07)   VALUE ZERO   COMP.
001243 77  WS-TRL-CLAIM-HASH      PIC 9(15)   VALUE ZERO   COMP.
001244 77  WS-RCY-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001245 77  WS-RCY-HASH            PIC 9(15)   VALUE ZERO   COMP.
001246 77  WS-READ-HASH           PIC 9(15)   VALUE ZERO   COMP.
001247 77  WS-EXPECT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
001248 77  WS-EXPECT-HASH         PIC 9(15)   VALUE ZERO   COMP.
001249
001250*----------------------------------------------------------------*
001251* FEED REGISTER - ONE ENTRY PER SOURCE SYSTEM, LOADED WHOLE AND
001252* WRITTEN BACK WHOLE.  SAME LAYOUT AS CC-FREG-REC.
001253*----------------------------------------------------------------*
001254 01  WS-FREG-TABLE.
001255     05  WS-FREG-ENTRY  OCCURS 50 TIMES.
001256         10  WS-FREG-SOURCE-ID  PIC X(08).
001257         10  WS-FREG-BUS-DATE   PIC 9(08).
001258         10  WS-FREG-SEQ-NO     PIC 9(06).
001259         10  WS-FREG-COUNT      PIC 9(07).
001260         10  WS-FREG-HASH       PIC 9(15).
001261         10  WS-FREG-ACCEPT-DATE
001262                                PIC 9(08).
001263         10  FILLER             PIC X(28).
001264 77  WS-FREG-MAX            PIC 9(04)   VALUE 50     COMP.
001265 77  WS-FREG-LOADED         PIC 9(04)   VALUE ZERO   COMP.
001266 77  WS-FREG-IX             PIC 9(04)   VALUE ZERO   COMP.
001267 77  WS-FREG-FOUND-IX       PIC 9(04)   VALUE ZERO   COMP.
001268 77  WS-NEXT-SEQ-NO         PIC 9(06)   VALUE ZERO.
001269
001270*----------------------------------------------------------------*
001271* EDITED FILE HEADER BUILD AREA - CC-FEED-HEADER LAYOUT
001272*----------------------------------------------------------------*
001273 01  WS-EDT-HDR.
001274     05  WS-EDT-HDR-ID      PIC X(03).
001275     05  WS-EDT-HDR-SOURCE-ID
001276                            PIC X(08).
001277     05  WS-EDT-HDR-BUS-DATE
001278                            PIC X(08).
001279     05  WS-EDT-HDR-SEQ-NO  PIC X(06).
001280     05  WS-EDT-HDR-FEED-COUNT
001281                            PIC 9(07).
001282     05  WS-EDT-HDR-FEED-HASH
001283                            PIC 9(15).
001284     05  WS-EDT-HDR-RCY-COUNT
001285                            PIC 9(07).
001286     05  WS-EDT-HDR-RCY-HASH
001287                            PIC 9(15).
001288     05  FILLER             PIC X(11).
001289
001290*----------------------------------------------------------------*
001291* EFFECTIVE DATE VALIDATION WORK AREAS.  THE DAYS-IN-MONTH TABLE
001292* CARRIES FEBRUARY AS 28 - THE LEAP-YEAR TEST EXTENDS IT TO 29.
001293*----------------------------------------------------------------*
001294 01  WS-EDIT-DATE.
001295     05  WS-EDIT-DATE-YEAR  PIC 9(04).
001300     05  WS-EDIT-DATE-MM    PIC 9(02).
001310     05  WS-EDIT-DATE-DD    PIC 9(02).
001320 01  WS-MONTH-DAYS-LIST     PIC X(24)
001620     05  WS-RPT-DATE-MM     PIC 9(02).
001630     05  WS-RPT-DATE-DD     PIC 9(02).
001640 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001645 01  WS-RPT-HASH-ED         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001650 PROCEDURE DIVISION.
001660*================================================================*
001670* 0000-MAINLINE
001680*================================================================*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001702     IF WS-FEED-REFUSED
001704         PERFORM 8000-FINALIZE   THRU 8000-FINALIZE-EXIT
001706         GO TO 9999-EXIT
001708     END-IF.
001710     PERFORM 2000-PROCESS-EDITIN THRU 2000-PROCESS-EDITIN-EXIT
001720         UNTIL WS-EOF.
001730     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001740     GO TO 9999-EXIT.
001750
001760*----------------------------------------------------------------*
001770* 1000-INITIALIZE - OPEN FILES, PROVE THE SOURCE FEED AGAINST
001772*     ITS HEADER, TRAILER AND THE FEED REGISTER, TOTAL THE
001774*     RECYCLED CORRECTIONS, AND - UNLESS THE FEED WAS REFUSED -
001776*     LEAD THE EDITED FILE WITH ITS HEADER AND PRIME THE READ.
001777*     A PROCESSING DATE THAT IS NOT OPEN REFUSES THE RUN AHEAD OF
001778*     ANY FEED FAULT.
001780*----------------------------------------------------------------*
001790 1000-INITIALIZE.
001800     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
001810     OPEN INPUT  EDITIN.
001820     OPEN OUTPUT EDITOUT.
001830     OPEN OUTPUT BADFILE.
001880     MOVE ZERO TO WS-RLOG-OUT.
001890     MOVE ZERO TO WS-RLOG-RC.
001900     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
001901     OPEN INPUT  FEEDIN.
001902     PERFORM 1100-VERIFY-FEED    THRU 1100-VERIFY-FEED-EXIT.
001903     CLOSE FEEDIN.
001904     IF NOT CC-PDT-OPEN
001905         MOVE 'PROCESSING DATE IS CLOSED - ROLL IT FIRST'
001906             TO WS-REFUSE-REASON
001907         MOVE 'Y' TO WS-REFUSE-SW
001908     END-IF.
001909     OPEN INPUT  FEEDREG.
001910     PERFORM 1200-LOAD-REGISTER  THRU 1200-LOAD-REGISTER-EXIT
001911         UNTIL WS-FREG-EOF.
001912     CLOSE FEEDREG.
001913     IF NOT WS-FEED-REFUSED
001914         PERFORM 1300-CHECK-SEQUENCE
001915                                 THRU 1300-CHECK-SEQUENCE-EXIT
001916     END-IF.
001917     OPEN INPUT  RCYIN.
001918     PERFORM 1400-TOTAL-RECYCLE  THRU 1400-TOTAL-RECYCLE-EXIT
001919         UNTIL WS-RCY-EOF.
001920     CLOSE RCYIN.
001921     IF WS-FEED-REFUSED
001922         GO TO 1000-INITIALIZE-EXIT
001923     END-IF.
001924     PERFORM 1500-WRITE-EDITED-HEADER
001925                             THRU 1500-WRITE-EDITED-HEADER-EXIT.
001926     PERFORM 2100-READ-EDITIN    THRU 2100-READ-EDITIN-EXIT.
001927 1000-INITIALIZE-EXIT.
001930     EXIT.
001931
001932*----------------------------------------------------------------*
001933* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
001934*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
001935*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
001936*----------------------------------------------------------------*
001937 1050-READ-PROC-DATE.
001938     OPEN INPUT  PROCDATE.
001939     READ PROCDATE
001940         AT END
001941             DISPLAY 'CCEDIT - PROCDATE IS EMPTY - ABORT'
001942             MOVE 16 TO RETURN-CODE
001943             STOP RUN
001944     END-READ.
001945     CLOSE PROCDATE.
001946     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
001947 1050-READ-PROC-DATE-EXIT.
001948     EXIT.
001949
001950*----------------------------------------------------------------*
001951* 1100-VERIFY-FEED - READ THE RAW FEED END TO END.  IT MUST OPEN
001952*     WITH ONE HEADER AND CLOSE WITH ONE TRAILER, AND THE DETAILS
001953*     BETWEEN MUST MATCH THE TRAILER'S COUNT AND HASH TOTAL.  A
001954*     SHORT TRANSMISSION FAILS HERE INSTEAD OF LOOKING LIKE A
001955*     QUIET DAY.  THE FIRST FAILURE FOUND IS THE REASON GIVEN.
001956*----------------------------------------------------------------*
001957 1100-VERIFY-FEED.
001958     PERFORM 1110-READ-FEEDIN    THRU 1110-READ-FEEDIN-EXIT.
001959     IF WS-FEED-EOF
001960         MOVE 'FEED IS EMPTY - NO HEADER RECORD'
001961             TO WS-REFUSE-REASON
001962         MOVE 'Y' TO WS-REFUSE-SW
001963         GO TO 1100-VERIFY-FEED-EXIT
001964     END-IF.
001965     IF NOT CC-FEED-IS-HEADER
001966         MOVE 'FEED DOES NOT START WITH A HEADER RECORD'
001967             TO WS-REFUSE-REASON
001968         MOVE 'Y' TO WS-REFUSE-SW
001969         GO TO 1100-VERIFY-FEED-EXIT
001970     END-IF.
001971     ADD 1 TO WS-FEED-HDR-COUNT.
001972     MOVE CC-FEED-HDR-SOURCE-ID TO WS-FEED-SOURCE-ID.
001973     MOVE CC-FEED-HDR-BUS-DATE  TO WS-FEED-BUS-DATE.
001974     MOVE CC-FEED-HDR-SEQ-NO    TO WS-FEED-SEQ-NO.
001975     PERFORM 1110-READ-FEEDIN    THRU 1110-READ-FEEDIN-EXIT.
001976     PERFORM 1120-TAKE-FEED-RECORD
001977                                 THRU 1120-TAKE-FEED-RECORD-EXIT
001978         UNTIL WS-FEED-EOF.
001979     IF WS-FEED-SOURCE-ID = SPACE
001980         MOVE 'FEED HEADER CARRIES NO SOURCE ID'
001981             TO WS-REFUSE-REASON
001982         MOVE 'Y' TO WS-REFUSE-SW
001983         GO TO 1100-VERIFY-FEED-EXIT
001984     END-IF.
001985     IF WS-FEED-BUS-DATE NOT NUMERIC
001986             OR WS-FEED-SEQ-NO NOT NUMERIC
001987         MOVE 'FEED HEADER DATE OR SEQUENCE NOT NUMERIC'
001988             TO WS-REFUSE-REASON
001989         MOVE 'Y' TO WS-REFUSE-SW
001990         GO TO 1100-VERIFY-FEED-EXIT
001991     END-IF.
001992     IF WS-FEED-TRL-COUNT = ZERO
001993         MOVE 'FEED HAS NO TRAILER - TRANSMISSION TRUNCATED'
001994             TO WS-REFUSE-REASON
001995         MOVE 'Y' TO WS-REFUSE-SW
001996         GO TO 1100-VERIFY-FEED-EXIT
001997     END-IF.
001998     IF WS-FEED-HDR-COUNT > 1 OR WS-FEED-TRL-COUNT > 1
001999         MOVE 'FEED CARRIES MORE THAN ONE HEADER OR TRAILER'
002000             TO WS-REFUSE-REASON
002001         MOVE 'Y' TO WS-REFUSE-SW
002002         GO TO 1100-VERIFY-FEED-EXIT
002003     END-IF.
002004     IF WS-FEED-AFTER-TRL > ZERO
002005         MOVE 'DETAIL RECORDS FOLLOW THE FEED TRAILER'
002006             TO WS-REFUSE-REASON
002007         MOVE 'Y' TO WS-REFUSE-SW
002008         GO TO 1100-VERIFY-FEED-EXIT
002009     END-IF.
002010     IF NOT WS-TRL-NUMERIC
002011         MOVE 'FEED TRAILER TOTALS NOT NUMERIC'
002012             TO WS-REFUSE-REASON
002013         MOVE 'Y' TO WS-REFUSE-SW
002014         GO TO 1100-VERIFY-FEED-EXIT
002015     END-IF.
002016     IF WS-FEED-DET-COUNT NOT = WS-TRL-CLAIM-COUNT
002017         MOVE 'FEED RECORD COUNT DOES NOT MATCH TRAILER'
002018             TO WS-REFUSE-REASON
002019         MOVE 'Y' TO WS-REFUSE-SW
002020         GO TO 1100-VERIFY-FEED-EXIT
002021     END-IF.
002022     IF WS-FEED-HASH NOT = WS-TRL-CLAIM-HASH
002023         MOVE 'FEED HASH TOTAL DOES NOT MATCH TRAILER'
002024             TO WS-REFUSE-REASON
002025         MOVE 'Y' TO WS-REFUSE-SW
002026     END-IF.
002027 1100-VERIFY-FEED-EXIT.
002028     EXIT.
002029
002030*----------------------------------------------------------------*
002031* 1110-READ-FEEDIN - READ THE NEXT RAW FEED RECORD
002032*----------------------------------------------------------------*
002033 1110-READ-FEEDIN.
002034     READ FEEDIN
002035         AT END
002036             MOVE 'Y' TO WS-FEED-EOF-SW
002037     END-READ.
002038 1110-READ-FEEDIN-EXIT.
002039     EXIT.
002040
002041*----------------------------------------------------------------*
002042* 1120-TAKE-FEED-RECORD - COUNT ONE RECORD AFTER THE HEADER.  A
002043*     DETAIL IS COUNTED AND HASHED UNTIL THE TRAILER IS SEEN;
002044*     ANYTHING AFTER THE TRAILER IS COUNTED SEPARATELY.
002045*----------------------------------------------------------------*
002046 1120-TAKE-FEED-RECORD.
002047     EVALUATE TRUE
002048         WHEN CC-FEED-IS-HEADER
002049             ADD 1 TO WS-FEED-HDR-COUNT
002050         WHEN CC-FEED-IS-TRAILER
002051             ADD 1 TO WS-FEED-TRL-COUNT
002052             IF CC-FEED-TRL-REC-COUNT NUMERIC
002053                     AND CC-FEED-TRL-HASH NUMERIC
002054                 MOVE CC-FEED-TRL-REC-COUNT TO WS-TRL-CLAIM-COUNT
002055                 MOVE CC-FEED-TRL-HASH      TO WS-TRL-CLAIM-HASH
002056             ELSE
002057                 MOVE 'N' TO WS-TRL-NUMERIC-SW
002058             END-IF
002059         WHEN WS-FEED-TRL-COUNT > ZERO
002060             ADD 1 TO WS-FEED-AFTER-TRL
002061         WHEN OTHER
002062             ADD 1 TO WS-FEED-DET-COUNT
002063             IF CC-FEED-DET-ACCT-NO NUMERIC
002064                 ADD CC-FEED-DET-ACCT-NO TO WS-FEED-HASH
002065             END-IF
002066             IF CC-FEED-DET-TEST-VALUE NUMERIC
002067                 ADD CC-FEED-DET-TEST-VALUE TO WS-FEED-HASH
002068             END-IF
002069     END-EVALUATE.
002070     PERFORM 1110-READ-FEEDIN    THRU 1110-READ-FEEDIN-EXIT.
002071 1120-TAKE-FEED-RECORD-EXIT.
002072     EXIT.
002073
002074*----------------------------------------------------------------*
002075* 1200-LOAD-REGISTER - LOAD ONE FEED REGISTER ENTRY
002076*----------------------------------------------------------------*
002077 1200-LOAD-REGISTER.
002078     READ FEEDREG
002079         AT END
002080             MOVE 'Y' TO WS-FREG-EOF-SW
002081             GO TO 1200-LOAD-REGISTER-EXIT
002082     END-READ.
002083     IF WS-FREG-LOADED NOT < WS-FREG-MAX
002084         DISPLAY 'CCEDIT - FEED REGISTER EXCEEDS TABLE - ABORT'
002085         MOVE 16 TO RETURN-CODE
002086         STOP RUN
002087     END-IF.
002088     ADD 1 TO WS-FREG-LOADED.
002089     MOVE CC-FREG-REC TO WS-FREG-ENTRY (WS-FREG-LOADED).
002090 1200-LOAD-REGISTER-EXIT.
002091     EXIT.
002092
002093*----------------------------------------------------------------*
002094* 1300-CHECK-SEQUENCE - THE FEED MUST BE THE NEXT ONE THE
002095*     REGISTER EXPECTS FROM ITS SOURCE - NEXT SEQUENCE NUMBER,
002096*     LATER BUSINESS DATE.  AN EMPTY REGISTER (THE FIRST FEED
002097*     EVER, OR DD DUMMY ON THE SIMULATION JOB) SKIPS THE CHECK
002098*     AND SAYS SO ON THE REPORT.
002099*----------------------------------------------------------------*
002100 1300-CHECK-SEQUENCE.
002101     IF WS-FREG-LOADED = ZERO
002102         MOVE 'Y' TO WS-NO-REGISTER-SW
002103         GO TO 1300-CHECK-SEQUENCE-EXIT
002104     END-IF.
002105     MOVE ZERO TO WS-FREG-FOUND-IX.
002106     PERFORM 1310-COMPARE-SOURCE THRU 1310-COMPARE-SOURCE-EXIT
002107         VARYING WS-FREG-IX FROM 1 BY 1
002108         UNTIL WS-FREG-IX > WS-FREG-LOADED
002109            OR WS-FREG-FOUND-IX > ZERO.
002110     IF WS-FREG-FOUND-IX = ZERO
002111         MOVE 'SOURCE ID IS NOT ON THE FEED REGISTER'
002112             TO WS-REFUSE-REASON
002113         MOVE 'Y' TO WS-REFUSE-SW
002114         GO TO 1300-CHECK-SEQUENCE-EXIT
002115     END-IF.
002116     IF WS-FEED-SEQ-NO = WS-FREG-SEQ-NO (WS-FREG-FOUND-IX)
002117             OR WS-FEED-BUS-DATE =
002118                WS-FREG-BUS-DATE (WS-FREG-FOUND-IX)
002119         MOVE 'DUPLICATE FEED - ALREADY ACCEPTED'
002120             TO WS-REFUSE-REASON
002121         MOVE 'Y' TO WS-REFUSE-SW
002122         GO TO 1300-CHECK-SEQUENCE-EXIT
002123     END-IF.
002124     IF WS-FREG-SEQ-NO (WS-FREG-FOUND-IX) = 999999
002125         MOVE 1 TO WS-NEXT-SEQ-NO
002126     ELSE
002127         ADD 1 WS-FREG-SEQ-NO (WS-FREG-FOUND-IX)
002128             GIVING WS-NEXT-SEQ-NO
002129     END-IF.
002130     IF WS-FEED-SEQ-NO NOT = WS-NEXT-SEQ-NO
002131         MOVE 'FEED OUT OF SEQUENCE - NOT THE NEXT NUMBER'
002132             TO WS-REFUSE-REASON
002133         MOVE 'Y' TO WS-REFUSE-SW
002134         GO TO 1300-CHECK-SEQUENCE-EXIT
002135     END-IF.
002136     IF WS-FEED-BUS-DATE < WS-FREG-BUS-DATE (WS-FREG-FOUND-IX)
002137         MOVE 'FEED OUT OF SEQUENCE - BUSINESS DATE GOES BACK'
002138             TO WS-REFUSE-REASON
002139         MOVE 'Y' TO WS-REFUSE-SW
002140     END-IF.
002141 1300-CHECK-SEQUENCE-EXIT.
002142     EXIT.
002143
002144*----------------------------------------------------------------*
002145* 1310-COMPARE-SOURCE - TEST ONE REGISTER ENTRY FOR THE SOURCE
002146*----------------------------------------------------------------*
002147 1310-COMPARE-SOURCE.
002148     IF WS-FREG-SOURCE-ID (WS-FREG-IX) = WS-FEED-SOURCE-ID
002149         MOVE WS-FREG-IX TO WS-FREG-FOUND-IX
002150     END-IF.
002151 1310-COMPARE-SOURCE-EXIT.
002152     EXIT.
002153
002154*----------------------------------------------------------------*
002155* 1400-TOTAL-RECYCLE - COUNT AND HASH ONE RECYCLED CORRECTION.
002156*     THE SORT MERGES THESE WITH THE FEED, SO THE EDIT INPUT
002157*     MUST COME TO FEED PLUS RECYCLE.
002158*----------------------------------------------------------------*
002159 1400-TOTAL-RECYCLE.
002160     READ RCYIN
002161         AT END
002162             MOVE 'Y' TO WS-RCY-EOF-SW
002163             GO TO 1400-TOTAL-RECYCLE-EXIT
002164     END-READ.
002165     ADD 1 TO WS-RCY-COUNT.
002166     IF RCY-ACCT-NO NUMERIC
002167         ADD RCY-ACCT-NO TO WS-RCY-HASH
002168     END-IF.
002169     IF RCY-TEST-VALUE NUMERIC
002170         ADD RCY-TEST-VALUE TO WS-RCY-HASH
002171     END-IF.
002172 1400-TOTAL-RECYCLE-EXIT.
002173     EXIT.
002174
002175*----------------------------------------------------------------*
002176* 1500-WRITE-EDITED-HEADER - LEAD THE EDITED FILE WITH THE FEED
002177*     HEADER, STAMPED WITH THE PROVED FEED TOTALS AND THE
002178*     RECYCLE TOTALS, SO IFORTHEN CAN CARRY WHAT WAS RECEIVED
002179*     ONTO THE CONTROL RECORD AND THE EXTRACT TRAILER.
002180*----------------------------------------------------------------*
002181 1500-WRITE-EDITED-HEADER.
002182     MOVE SPACE TO WS-EDT-HDR.
002183     MOVE 'HDR'             TO WS-EDT-HDR-ID.
002184     MOVE WS-FEED-SOURCE-ID TO WS-EDT-HDR-SOURCE-ID.
002185     MOVE WS-FEED-BUS-DATE  TO WS-EDT-HDR-BUS-DATE.
002186     MOVE WS-FEED-SEQ-NO    TO WS-EDT-HDR-SEQ-NO.
002187     MOVE WS-FEED-DET-COUNT TO WS-EDT-HDR-FEED-COUNT.
002188     MOVE WS-FEED-HASH      TO WS-EDT-HDR-FEED-HASH.
002189     MOVE WS-RCY-COUNT      TO WS-EDT-HDR-RCY-COUNT.
002190     MOVE WS-RCY-HASH       TO WS-EDT-HDR-RCY-HASH.
002191     WRITE EDIT-CLEAN-REC FROM WS-EDT-HDR.
002192 1500-WRITE-EDITED-HEADER-EXIT.
002193     EXIT.
002194
002195*----------------------------------------------------------------*
002196* 2000-PROCESS-EDITIN - EDIT ONE RECORD AND READ THE NEXT ONE
002197*----------------------------------------------------------------*
002198 2000-PROCESS-EDITIN.
002199     PERFORM 2200-EDIT-RECORD    THRU 2200-EDIT-RECORD-EXIT.
002200     PERFORM 2100-READ-EDITIN    THRU 2100-READ-EDITIN-EXIT.
002201 2000-PROCESS-EDITIN-EXIT.
002202     EXIT.
002203
002204*----------------------------------------------------------------*
002205* 2100-READ-EDITIN - READ THE NEXT TRANSACTION RECORD AND ADD IT
002206*     TO THE COUNT AND HASH TOTAL OF THE EDIT INPUT
002207*----------------------------------------------------------------*
002208 2100-READ-EDITIN.
002209     READ EDITIN
002210         AT END
002211             MOVE 'Y' TO WS-EOF-SW
002212     END-READ.
002213     IF WS-EOF
002214         GO TO 2100-READ-EDITIN-EXIT
002215     END-IF.
002216     ADD 1 TO WS-RECS-READ.
002217     IF CC-ACCT-NO NUMERIC
002218         ADD CC-ACCT-NO TO WS-READ-HASH
002219     END-IF.
002220     IF CC-TEST-VALUE NUMERIC
002221         ADD CC-TEST-VALUE TO WS-READ-HASH
002222     END-IF.
002223 2100-READ-EDITIN-EXIT.
002224     EXIT.
002225
002226*----------------------------------------------------------------*
002227* 2200-EDIT-RECORD - RUN EVERY FIELD EDIT AGAINST THE RECORD AND
002228*     ROUTE IT CLEAN OR BAD.  EVERY EDIT RUNS EVEN AFTER THE
002229*     FIRST FAILURE, SO ONE PASS OF THE BAD-DATA FILE SHOWS THE
002230*     SOURCE SYSTEM EVERYTHING WRONG WITH THE RECORD.
002231*----------------------------------------------------------------*
002240 2200-EDIT-RECORD.
002250     MOVE ZERO TO WS-ERR-COUNT.
002260     MOVE SPACE TO CC-BAD-REC.
003780     EXIT.
003790
003800*----------------------------------------------------------------*
003810* 8000-FINALIZE - PROVE THE EDIT INPUT AGAINST FEED PLUS
003813*     RECYCLE, PRINT THE EDIT REPORT, WRITE THE FEED REGISTER,
003816*     AND CLOSE FILES.  A REFUSED FEED ENDS THE STEP WITH RC=16.
003820*----------------------------------------------------------------*
003830 8000-FINALIZE.
003832     IF NOT WS-FEED-REFUSED
003834         PERFORM 8050-PROVE-EDIT-INPUT
003836                            THRU 8050-PROVE-EDIT-INPUT-EXIT
003838     END-IF.
003840     PERFORM 8100-PRINT-EDIT-REPORT
003850                            THRU 8100-PRINT-EDIT-REPORT-EXIT.
003852     PERFORM 8200-PRINT-FEED-CONTROL
003854                            THRU 8200-PRINT-FEED-CONTROL-EXIT.
003856     PERFORM 8300-WRITE-REGISTER THRU 8300-WRITE-REGISTER-EXIT.
003860     MOVE 'E' TO WS-RLOG-TYPE.
003870     MOVE WS-RECS-READ   TO WS-RLOG-IN.
003880     MOVE WS-CLEAN-COUNT TO WS-RLOG-OUT.
003881     IF WS-FEED-REFUSED
003882         DISPLAY 'CCEDIT - FEED REFUSED - ' WS-REFUSE-REASON
003883         MOVE 16 TO WS-RLOG-RC
003884         MOVE 16 TO RETURN-CODE
003885     ELSE
003890         MOVE ZERO TO WS-RLOG-RC
003895     END-IF.
003900     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
003910     CLOSE RUNLOG.
003920     CLOSE EDITIN.
003950     CLOSE EDITRPT.
003960 8000-FINALIZE-EXIT.
003970     EXIT.
003971
003972*----------------------------------------------------------------*
003973* 8050-PROVE-EDIT-INPUT - THE SORTED EDIT INPUT MUST BE EXACTLY
003974*     THE FEED DETAILS PLUS THE RECYCLED CORRECTIONS, IN COUNT
003975*     AND IN HASH TOTAL - NOTHING LOST OR GAINED IN THE SORT.
003976*----------------------------------------------------------------*
003977 8050-PROVE-EDIT-INPUT.
003978     ADD WS-FEED-DET-COUNT WS-RCY-COUNT GIVING WS-EXPECT-COUNT.
003979     ADD WS-FEED-HASH WS-RCY-HASH GIVING WS-EXPECT-HASH.
003980     IF WS-RECS-READ NOT = WS-EXPECT-COUNT
003981         MOVE 'EDIT INPUT COUNT NOT FEED PLUS RECYCLE'
003982             TO WS-REFUSE-REASON
003983         MOVE 'Y' TO WS-REFUSE-SW
003984         GO TO 8050-PROVE-EDIT-INPUT-EXIT
003985     END-IF.
003986     IF WS-READ-HASH NOT = WS-EXPECT-HASH
003987         MOVE 'EDIT INPUT HASH NOT FEED PLUS RECYCLE'
003988             TO WS-REFUSE-REASON
003989         MOVE 'Y' TO WS-REFUSE-SW
003990     END-IF.
003991 8050-PROVE-EDIT-INPUT-EXIT.
003992     EXIT.
003993
003994*----------------------------------------------------------------*
004000* 8100-PRINT-EDIT-REPORT - END-OF-RUN EDIT CONTROL REPORT
004010*----------------------------------------------------------------*
004020 8100-PRINT-EDIT-REPORT.
004690     WRITE EDT-LINE.
004700 8100-PRINT-EDIT-REPORT-EXIT.
004710     EXIT.
004711
004712*----------------------------------------------------------------*
004713* 8200-PRINT-FEED-CONTROL - THE FEED HEADER AS RECEIVED, THE
004714*     TOTALS PROVED, AND THE VERDICT ON THE FEED
004715*----------------------------------------------------------------*
004716 8200-PRINT-FEED-CONTROL.
004717     MOVE SPACE TO EDT-LINE.
004718     WRITE EDT-LINE.
004719
004720     MOVE SPACE TO EDT-LINE.
004721     STRING 'FEED SOURCE ID . . . . . . . . . ' WS-FEED-SOURCE-ID
004722            DELIMITED BY SIZE INTO EDT-LINE.
004723     WRITE EDT-LINE.
004724
004725     MOVE SPACE TO EDT-LINE.
004726     STRING 'FEED BUSINESS DATE . . . . . . . '
004727            WS-FBD-MM '/' WS-FBD-DD '/' WS-FBD-CCYY
004728            DELIMITED BY SIZE INTO EDT-LINE.
004729     WRITE EDT-LINE.
004730
004731     MOVE SPACE TO EDT-LINE.
004732     STRING 'FEED SEQUENCE NUMBER . . . . . . ' WS-FEED-SEQ-NO
004733            DELIMITED BY SIZE INTO EDT-LINE.
004734     WRITE EDT-LINE.
004735
004736     MOVE WS-FEED-DET-COUNT TO WS-RPT-COUNT-ED.
004737     MOVE SPACE TO EDT-LINE.
004738     STRING 'FEED DETAILS COUNTED . . . . . . ' WS-RPT-COUNT-ED
004739            DELIMITED BY SIZE INTO EDT-LINE.
004740     WRITE EDT-LINE.
004741
004742     MOVE WS-TRL-CLAIM-COUNT TO WS-RPT-COUNT-ED.
004743     MOVE SPACE TO EDT-LINE.
004744     STRING 'FEED TRAILER CLAIMS  . . . . . . ' WS-RPT-COUNT-ED
004745            DELIMITED BY SIZE INTO EDT-LINE.
004746     WRITE EDT-LINE.
004747
004748     MOVE WS-FEED-HASH TO WS-RPT-HASH-ED.
004749     MOVE SPACE TO EDT-LINE.
004750     STRING 'FEED HASH TOTAL COUNTED  . . . . ' WS-RPT-HASH-ED
004751            DELIMITED BY SIZE INTO EDT-LINE.
004752     WRITE EDT-LINE.
004753
004754     MOVE WS-TRL-CLAIM-HASH TO WS-RPT-HASH-ED.
004755     MOVE SPACE TO EDT-LINE.
004756     STRING 'FEED TRAILER HASH TOTAL  . . . . ' WS-RPT-HASH-ED
004757            DELIMITED BY SIZE INTO EDT-LINE.
004758     WRITE EDT-LINE.
004759
004760     MOVE WS-RCY-COUNT TO WS-RPT-COUNT-ED.
004761     MOVE SPACE TO EDT-LINE.
004762     STRING 'RECYCLED CORRECTIONS . . . . . . ' WS-RPT-COUNT-ED
004763            DELIMITED BY SIZE INTO EDT-LINE.
004764     WRITE EDT-LINE.
004765
004766     MOVE WS-RCY-HASH TO WS-RPT-HASH-ED.
004767     MOVE SPACE TO EDT-LINE.
004768     STRING 'RECYCLED HASH TOTAL  . . . . . . ' WS-RPT-HASH-ED
004769            DELIMITED BY SIZE INTO EDT-LINE.
004770     WRITE EDT-LINE.
004771
004772     MOVE WS-READ-HASH TO WS-RPT-HASH-ED.
004773     MOVE SPACE TO EDT-LINE.
004774     STRING 'HASH TOTAL OF RECORDS READ . . . ' WS-RPT-HASH-ED
004775            DELIMITED BY SIZE INTO EDT-LINE.
004776     WRITE EDT-LINE.
004777
004778     MOVE SPACE TO EDT-LINE.
004779     WRITE EDT-LINE.
004780     MOVE SPACE TO EDT-LINE.
004781     EVALUATE TRUE
004782         WHEN WS-FEED-REFUSED
004783             STRING 'FEED REFUSED - ' WS-REFUSE-REASON
004784                    DELIMITED BY SIZE INTO EDT-LINE
004785         WHEN WS-NO-REGISTER
004786             MOVE
004787             'FEED ACCEPTED - NO REGISTER, SEQUENCE NOT CHECKED'
004788                 TO EDT-LINE
004789         WHEN OTHER
004790             MOVE
004791             'FEED ACCEPTED - IN SEQUENCE ON THE FEED REGISTER'
004792                 TO EDT-LINE
004793     END-EVALUATE.
004794     WRITE EDT-LINE.
004795 8200-PRINT-FEED-CONTROL-EXIT.
004796     EXIT.
004797
004798*----------------------------------------------------------------*
004799* 8300-WRITE-REGISTER - WRITE THE FEED REGISTER BACK WHOLE.  AN
004800*     ACCEPTED FEED REPLACES ITS SOURCE'S ENTRY (OR BECOMES THE
004801*     FIRST ENTRY OF AN EMPTY REGISTER); A REFUSED FEED LEAVES
004802*     THE REGISTER AS IT WAS.
004803*----------------------------------------------------------------*
004804 8300-WRITE-REGISTER.
004805     OPEN OUTPUT FEEDRGO.
004806     IF NOT WS-FEED-REFUSED
004807         IF WS-NO-REGISTER
004808             MOVE 1 TO WS-FREG-LOADED
004809             MOVE 1 TO WS-FREG-FOUND-IX
004810             MOVE SPACE TO WS-FREG-ENTRY (1)
004811             MOVE WS-FEED-SOURCE-ID TO WS-FREG-SOURCE-ID (1)
004812         END-IF
004813         MOVE WS-FEED-BUS-DATE
004814             TO WS-FREG-BUS-DATE (WS-FREG-FOUND-IX)
004815         MOVE WS-FEED-SEQ-NO
004816             TO WS-FREG-SEQ-NO (WS-FREG-FOUND-IX)
004817         MOVE WS-FEED-DET-COUNT
004818             TO WS-FREG-COUNT (WS-FREG-FOUND-IX)
004819         MOVE WS-FEED-HASH
004820             TO WS-FREG-HASH (WS-FREG-FOUND-IX)
004821         MOVE WS-CURR-DATE
004822             TO WS-FREG-ACCEPT-DATE (WS-FREG-FOUND-IX)
004823     END-IF.
004824     PERFORM 8310-WRITE-REGISTER-ENTRY
004825                            THRU 8310-WRITE-REGISTER-ENTRY-EXIT
004826         VARYING WS-FREG-IX FROM 1 BY 1
004827         UNTIL WS-FREG-IX > WS-FREG-LOADED.
004828     CLOSE FEEDRGO.
004829 8300-WRITE-REGISTER-EXIT.
004830     EXIT.
004831
004832*----------------------------------------------------------------*
004833* 8310-WRITE-REGISTER-ENTRY - WRITE ONE FEED REGISTER ENTRY
004834*----------------------------------------------------------------*
004835 8310-WRITE-REGISTER-ENTRY.
004836     WRITE FREG-OUT-REC FROM WS-FREG-ENTRY (WS-FREG-IX).
004837 8310-WRITE-REGISTER-ENTRY-EXIT.
004838     EXIT.
004839
004840*----------------------------------------------------------------*
004841* 9500-WRITE-RUN-LOG - ONE START OR END RECORD ON THE SHARED RUN
004842*     LOG, TIMESTAMPED, FOR THE END-OF-DAY OPERATIONS REPORT
004843*----------------------------------------------------------------*
004844 9500-WRITE-RUN-LOG.
004845     MOVE SPACE TO CC-RLOG-REC.
004846     MOVE 'CCEDIT  ' TO CC-RLOG-PGM-ID.
004847     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
004848     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
004850     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
004852     ACCEPT WS-TIME-RAW FROM TIME.
004854     COMPUTE CC-RLOG-TIMESTAMP =
004856             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
004858     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
004860     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
004870     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
004880     MOVE WS-RLOG-REST TO CC-RLOG-RESTART-IND.
