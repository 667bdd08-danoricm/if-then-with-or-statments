000510*                  DAY OPERATIONS REPORT (CCOPSRPT) CAN SHOW THE
000520*                  WHOLE CHAIN, TIME EACH STEP, AND CATCH A STEP
000530*                  THAT ABENDED OR NEVER RAN.
000531* 10/15/2026  RMK  ACCOUNT OVERRIDES.  THE CONTROL RECORD NOW
000532*                  CLAIMS FORCED ELIGIBLE AND FORCED INELIGIBLE
000533*                  COUNTS.  THE EXTRACT PROVES AGAINST MATCHED +
000534*                  FORCED ELIGIBLE, THE CROSS-FOOT TAKES BOTH
000535*                  OVERRIDE COUNTS, AND THE AUDIT TRAIL'S 'OVRD'
000536*                  ENTRIES ARE PROVED AGAINST THE CLAIMED TOTAL.
000537* 10/15/2026  RMK  SOURCE FEED CONTROL TOTALS.  THE RUN IS NOW
000538*                  PROVED BACK TO THE SOURCE FEED AS WELL AS TO
000539*                  ITS OWN CLAIMS.  BADFILE (THE EDIT REJECTS) IS
000540*                  COUNTED AND HASHED; THE CONTROL FILE'S 'F'
000541*                  RECORD GIVES WHAT WAS RECEIVED (FEED PLUS
000542*                  RECYCLE) AND THE COUNTS RECORD THE HASH OF
000543*                  WHAT WAS READ.  RECEIVED MUST EQUAL BAD PLUS
000544*                  READ IN COUNT AND IN HASH, THE EXTRACT DETAIL
000545*                  HASH MUST MATCH THE TRAILER'S, AND THE
000546*                  TRAILER'S FEED IDENTITY AND RECEIVED TOTALS
000547*                  MUST MATCH THE CONTROL FILE.  A HASH
000548*                  DISCREPANCY PRINTS ON TWO LINES.
000549* 10/15/2026  RMK  PROCESSING-DATE CONTROL.  THE REPORT AND RUN
000550*                  LOG DATE IS THE BUSINESS DATE ON THE PROCDATE
000551*                  CONTROL RECORD, NOT THE SYSTEM CLOCK.  THE RUN
000552*                  LOG TIMESTAMP STAYS ON THE CLOCK.
000553*----------------------------------------------------------------*
000554 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EXTFILE    ASSIGN TO EXTFILE
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT CTLFILE    ASSIGN TO CTLFILE
000650            ORGANIZATION IS SEQUENTIAL.
000653     SELECT BADFILE    ASSIGN TO BADFILE
000656            ORGANIZATION IS SEQUENTIAL.
000660     SELECT RECONRPT   ASSIGN TO RECONRPT
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT RUNLOG     ASSIGN TO RUNLOG
000690            ORGANIZATION IS SEQUENTIAL.
000693     SELECT PROCDATE   ASSIGN TO PROCDATE
000696            ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000860     RECORDING MODE IS F.
000870 COPY CCCTL.
000880
000882 FD  BADFILE
000884     RECORDING MODE IS F.
000886 COPY CCBAD.
000888
000890 FD  RECONRPT
000900     RECORDING MODE IS F.
000910 01  RCN-LINE                  PIC X(80).
000930 FD  RUNLOG
000940     RECORDING MODE IS F.
000950 COPY CCRLOG.
000952
000954 FD  PROCDATE
000956     RECORDING MODE IS F.
000958 COPY CCPDT.
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------*
001060     88  WS-AUD-EOF                     VALUE 'Y'.
001070 77  WS-CTL-EOF-SW          PIC X(01)   VALUE 'N'.
001080     88  WS-CTL-EOF                     VALUE 'Y'.
001083 77  WS-BAD-EOF-SW          PIC X(01)   VALUE 'N'.
001086     88  WS-BAD-EOF                     VALUE 'Y'.
001090 77  WS-OOB-SW              PIC X(01)   VALUE 'N'.
001100     88  WS-OUT-OF-BALANCE              VALUE 'Y'.
001110
001120*----------------------------------------------------------------*
001130* RUN DATE - PRINTED ON THE RECONCILIATION REPORT.  IT IS THE
001133* BUSINESS DATE FROM PROCDATE; THE CLOCK DATE IS TAKEN ONLY FOR
001136* THE RUN LOG TIMESTAMP.
001140*----------------------------------------------------------------*
001150 77  WS-CURR-DATE           PIC 9(08).
001155 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001160 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001170
001180*----------------------------------------------------------------*
001350 77  WS-TRL-CLAIM-COUNT     PIC 9(07)   VALUE ZERO   COMP.
001360 77  WS-EXC-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001370 77  WS-AUD-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001375 77  WS-AUD-OVRD-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001376 77  WS-BAD-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001377 77  WS-BAD-HASH            PIC 9(15)   VALUE ZERO   COMP.
001378 77  WS-EXT-DET-HASH        PIC 9(15)   VALUE ZERO   COMP.
001379
001380*----------------------------------------------------------------*
001381* WHAT THE EXTRACT TRAILER CLAIMS BEYOND ITS RECORD COUNT
001382*----------------------------------------------------------------*
001383 77  WS-TRL-CLAIM-HASH      PIC 9(15)   VALUE ZERO   COMP.
001384 77  WS-TRL-SOURCE-ID       PIC X(08)   VALUE SPACE.
001385 77  WS-TRL-BUS-DATE        PIC 9(08)   VALUE ZERO.
001386 77  WS-TRL-SEQ-NO          PIC 9(06)   VALUE ZERO.
001387 77  WS-TRL-RECV-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001388 77  WS-TRL-RECV-HASH       PIC 9(15)   VALUE ZERO   COMP.
001389
001390*----------------------------------------------------------------*
001400* CONTROL COUNTS CLAIMED BY THE RUN - SUMMED OVER EVERY CONTROL
001410* RECORD ON CTLFILE (DEFENSIVE - A NORMAL RUN LEAVES EXACTLY
001460 77  WS-CTL-MATCH-TOTAL     PIC 9(07)   VALUE ZERO   COMP.
001470 77  WS-CTL-REJECT-TOTAL    PIC 9(07)   VALUE ZERO   COMP.
001480 77  WS-CTL-SUPP-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
001483 77  WS-CTL-OVRD-ELIG-TOTAL PIC 9(07)   VALUE ZERO   COMP.
001486 77  WS-CTL-OVRD-INEL-TOTAL PIC 9(07)   VALUE ZERO   COMP.
001490 77  WS-CTL-REC-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001500 77  WS-CTL-WORK-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
001501 77  WS-CTL-READ-HASH       PIC 9(15)   VALUE ZERO   COMP.
001502 77  WS-CTL-WORK-HASH       PIC 9(15)   VALUE ZERO   COMP.
001503
001504*----------------------------------------------------------------*
001505* THE FEED THE RUN WAS MADE FROM, FROM THE CONTROL FILE'S 'F'
001506* RECORD.  EVERY SEGMENT WRITES ONE; THE FIRST IS TAKEN AND ANY
001507* LATER ONE THAT DOES NOT AGREE WITH IT IS COUNTED.
001508*----------------------------------------------------------------*
001509 77  WS-CTL-FEED-RECS       PIC 9(07)   VALUE ZERO   COMP.
001510 77  WS-CTL-FEED-DIFF       PIC 9(07)   VALUE ZERO   COMP.
001511 77  WS-CTL-SOURCE-ID       PIC X(08)   VALUE SPACE.
001512 77  WS-CTL-BUS-DATE        PIC 9(08)   VALUE ZERO.
001513 77  WS-CTL-SEQ-NO          PIC 9(06)   VALUE ZERO.
001514 77  WS-CTL-FEED-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001515 77  WS-CTL-FEED-HASH       PIC 9(15)   VALUE ZERO   COMP.
001516 77  WS-CTL-RCY-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001517 77  WS-CTL-RCY-HASH        PIC 9(15)   VALUE ZERO   COMP.
001518 77  WS-CTL-RECV-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001519 77  WS-CTL-RECV-HASH       PIC 9(15)   VALUE ZERO   COMP.
001520
001521*----------------------------------------------------------------*
001530* RECONCILIATION REPORT LINE WORK AREAS
001540*----------------------------------------------------------------*
001550 01  WS-RPT-DATE.
001600 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001610 01  WS-RPT-COUNT-2-ED      PIC Z,ZZZ,ZZ9.
001620 01  WS-CHECK-TITLE         PIC X(34)   VALUE SPACE.
001621 01  WS-RPT-HASH-ED         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001622 01  WS-RPT-HASH-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
001623 01  WS-RPT-HASH-INDENT     PIC X(48)   VALUE SPACE.
001624 01  WS-RPT-FEED-DATE.
001625     05  WS-RPT-FD-CCYY     PIC 9(04).
001626     05  WS-RPT-FD-MM       PIC 9(02).
001627     05  WS-RPT-FD-DD       PIC 9(02).
001630 PROCEDURE DIVISION.
001640*================================================================*
001650* 0000-MAINLINE
001760     PERFORM 5000-SUM-CONTROL-COUNTS
001770                                 THRU 5000-SUM-CONTROL-COUNTS-EXIT
001780         UNTIL WS-CTL-EOF.
001782     PERFORM 6000-COUNT-BAD-RECORDS
001784                                 THRU 6000-COUNT-BAD-RECORDS-EXIT
001786         UNTIL WS-BAD-EOF.
001790     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001800     GO TO 9999-EXIT.
001810
001830* 1000-INITIALIZE - OPEN FILES AND PRIME EVERY READ
001840*----------------------------------------------------------------*
001850 1000-INITIALIZE.
001860     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
001870     OPEN INPUT  EXTFILE.
001880     OPEN INPUT  EXCFILE.
001890     OPEN INPUT  AUDFILE.
001900     OPEN INPUT  CTLFILE.
001905     OPEN INPUT  BADFILE.
001910     OPEN OUTPUT RECONRPT.
001920     OPEN EXTEND RUNLOG.
001930     MOVE 'S' TO WS-RLOG-TYPE.
001990     PERFORM 3100-READ-EXCFILE   THRU 3100-READ-EXCFILE-EXIT.
002000     PERFORM 4100-READ-AUDFILE   THRU 4100-READ-AUDFILE-EXIT.
002010     PERFORM 5100-READ-CTLFILE   THRU 5100-READ-CTLFILE-EXIT.
002015     PERFORM 6100-READ-BADFILE   THRU 6100-READ-BADFILE-EXIT.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002031
002032*----------------------------------------------------------------*
002033* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002034*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
002035*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
002036*----------------------------------------------------------------*
002037 1050-READ-PROC-DATE.
002038     OPEN INPUT  PROCDATE.
002039     READ PROCDATE
002040         AT END
002041             DISPLAY 'CCRECON - PROCDATE IS EMPTY - ABORT'
002042             MOVE 16 TO RETURN-CODE
002043             STOP RUN
002044     END-READ.
002045     CLOSE PROCDATE.
002046     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
002047 1050-READ-PROC-DATE-EXIT.
002048     EXIT.
002049
002050*----------------------------------------------------------------*
002060* 2000-COUNT-EXTRACT - COUNT ONE EXTRACT RECORD BY TYPE, HASH
002065*     THE DETAILS, AND HOLD WHAT THE TRAILER CLAIMS.  A TRAILER
002070*     FROM BEFORE THE HASH EXISTED CLAIMS ZERO AND WILL NOT
002075*     BALANCE.
002080*----------------------------------------------------------------*
002090 2000-COUNT-EXTRACT.
002100     EVALUATE TRUE
002120             ADD 1 TO WS-EXT-HDR-COUNT
002130         WHEN CC-EXT-IS-DETAIL
002140             ADD 1 TO WS-EXT-DET-COUNT
002143             ADD CC-EXT-DET-ACCT-NO    TO WS-EXT-DET-HASH
002146             ADD CC-EXT-DET-TEST-VALUE TO WS-EXT-DET-HASH
002150         WHEN CC-EXT-IS-TRAILER
002160             ADD 1 TO WS-EXT-TRL-COUNT
002170             MOVE CC-EXT-TRL-REC-COUNT TO WS-TRL-CLAIM-COUNT
002173             PERFORM 2200-HOLD-TRAILER-CLAIMS
002176                            THRU 2200-HOLD-TRAILER-CLAIMS-EXIT
002180     END-EVALUATE.
002190     PERFORM 2100-READ-EXTFILE   THRU 2100-READ-EXTFILE-EXIT.
002200 2000-COUNT-EXTRACT-EXIT.
002300     END-READ.
002310 2100-READ-EXTFILE-EXIT.
002320     EXIT.
002321
002322*----------------------------------------------------------------*
002323* 2200-HOLD-TRAILER-CLAIMS - THE TRAILER'S HASH, FEED IDENTITY,
002324*     AND RECEIVED TOTALS.  A NON-NUMERIC FIELD IS TAKEN AS ZERO.
002325*----------------------------------------------------------------*
002326 2200-HOLD-TRAILER-CLAIMS.
002327     MOVE ZERO TO WS-TRL-CLAIM-HASH.
002328     MOVE ZERO TO WS-TRL-BUS-DATE.
002329     MOVE ZERO TO WS-TRL-SEQ-NO.
002330     MOVE ZERO TO WS-TRL-RECV-COUNT.
002331     MOVE ZERO TO WS-TRL-RECV-HASH.
002332     MOVE CC-EXT-TRL-SOURCE-ID TO WS-TRL-SOURCE-ID.
002333     IF CC-EXT-TRL-DET-HASH NUMERIC
002334         MOVE CC-EXT-TRL-DET-HASH   TO WS-TRL-CLAIM-HASH
002335     END-IF.
002336     IF CC-EXT-TRL-BUS-DATE NUMERIC
002337         MOVE CC-EXT-TRL-BUS-DATE   TO WS-TRL-BUS-DATE
002338     END-IF.
002339     IF CC-EXT-TRL-SEQ-NO NUMERIC
002340         MOVE CC-EXT-TRL-SEQ-NO     TO WS-TRL-SEQ-NO
002341     END-IF.
002342     IF CC-EXT-TRL-RECV-COUNT NUMERIC
002343         MOVE CC-EXT-TRL-RECV-COUNT TO WS-TRL-RECV-COUNT
002344     END-IF.
002345     IF CC-EXT-TRL-RECV-HASH NUMERIC
002346         MOVE CC-EXT-TRL-RECV-HASH  TO WS-TRL-RECV-HASH
002347     END-IF.
002348 2200-HOLD-TRAILER-CLAIMS-EXIT.
002349     EXIT.
002350
002351*----------------------------------------------------------------*
002352* 3000-COUNT-EXCEPTIONS - COUNT ONE EXCEPTION RECORD
002360*----------------------------------------------------------------*
002370 3000-COUNT-EXCEPTIONS.
002380     ADD 1 TO WS-EXC-COUNT.
002520     EXIT.
002530
002540*----------------------------------------------------------------*
002550* 4000-COUNT-AUDIT - COUNT ONE AUDIT RECORD, AND SEPARATELY THE
002555*     ONES DECIDED BY AN ACCOUNT OVERRIDE
002560*----------------------------------------------------------------*
002570 4000-COUNT-AUDIT.
002580     ADD 1 TO WS-AUD-COUNT.
002582     IF CC-AUD-DISPOSITION = 'OVRD'
002584         ADD 1 TO WS-AUD-OVRD-COUNT
002586     END-IF.
002590     PERFORM 4100-READ-AUDFILE   THRU 4100-READ-AUDFILE-EXIT.
002600 4000-COUNT-AUDIT-EXIT.
002610     EXIT.
002740*----------------------------------------------------------------*
002750* 5000-SUM-CONTROL-COUNTS - ACCUMULATE ONE CONTROL RECORD.  A
002760*     RESTARTED RUN LEAVES ONE RECORD PER SEGMENT, SO THE FILE IS
002770*     SUMMED RATHER THAN TAKING THE LAST RECORD ALONE.  A FEED
002775*     RECORD IS NOT A COUNT - IT IS HELD APART.
002780*----------------------------------------------------------------*
002790 5000-SUM-CONTROL-COUNTS.
002791     IF CC-CTL-IS-FEED
002792         PERFORM 5200-TAKE-FEED-RECORD
002793                            THRU 5200-TAKE-FEED-RECORD-EXIT
002794         PERFORM 5100-READ-CTLFILE THRU 5100-READ-CTLFILE-EXIT
002795         GO TO 5000-SUM-CONTROL-COUNTS-EXIT
002796     END-IF.
002800     ADD 1 TO WS-CTL-REC-COUNT.
002810     ADD CC-CTL-RECS-READ    TO WS-CTL-READ-TOTAL.
002820     ADD CC-CTL-MATCH-COUNT  TO WS-CTL-MATCH-TOTAL.
002840     IF CC-CTL-SUPP-COUNT NUMERIC
002850         ADD CC-CTL-SUPP-COUNT TO WS-CTL-SUPP-TOTAL
002860     END-IF.
002861     IF CC-CTL-OVRD-ELIG NUMERIC
002862         ADD CC-CTL-OVRD-ELIG TO WS-CTL-OVRD-ELIG-TOTAL
002863     END-IF.
002864     IF CC-CTL-OVRD-INEL NUMERIC
002865         ADD CC-CTL-OVRD-INEL TO WS-CTL-OVRD-INEL-TOTAL
002866     END-IF.
002867     IF CC-CTL-READ-HASH NUMERIC
002868         ADD CC-CTL-READ-HASH TO WS-CTL-READ-HASH
002869     END-IF.
002870     PERFORM 5100-READ-CTLFILE   THRU 5100-READ-CTLFILE-EXIT.
002880 5000-SUM-CONTROL-COUNTS-EXIT.
002890     EXIT.
002980     END-READ.
002990 5100-READ-CTLFILE-EXIT.
003000     EXIT.
003001
003002*----------------------------------------------------------------*
003003* 5200-TAKE-FEED-RECORD - HOLD THE FIRST FEED RECORD; COUNT ANY
003004*     LATER ONE THAT DISAGREES WITH IT.  EVERY SEGMENT OF A RUN
003005*     READS THE SAME EDITED FILE, SO THEY MUST ALL AGREE.
003006*----------------------------------------------------------------*
003007 5200-TAKE-FEED-RECORD.
003008     ADD 1 TO WS-CTL-FEED-RECS.
003009     IF WS-CTL-FEED-RECS > 1
003010         IF CC-CTL-FD-SOURCE-ID  NOT = WS-CTL-SOURCE-ID
003011            OR CC-CTL-FD-BUS-DATE   NOT = WS-CTL-BUS-DATE
003012            OR CC-CTL-FD-SEQ-NO     NOT = WS-CTL-SEQ-NO
003013            OR CC-CTL-FD-FEED-COUNT NOT = WS-CTL-FEED-COUNT
003014            OR CC-CTL-FD-FEED-HASH  NOT = WS-CTL-FEED-HASH
003015            OR CC-CTL-FD-RCY-COUNT  NOT = WS-CTL-RCY-COUNT
003016            OR CC-CTL-FD-RCY-HASH   NOT = WS-CTL-RCY-HASH
003017             ADD 1 TO WS-CTL-FEED-DIFF
003018         END-IF
003019         GO TO 5200-TAKE-FEED-RECORD-EXIT
003020     END-IF.
003021     MOVE CC-CTL-FD-SOURCE-ID  TO WS-CTL-SOURCE-ID.
003022     MOVE CC-CTL-FD-BUS-DATE   TO WS-CTL-BUS-DATE.
003023     MOVE CC-CTL-FD-SEQ-NO     TO WS-CTL-SEQ-NO.
003024     MOVE CC-CTL-FD-FEED-COUNT TO WS-CTL-FEED-COUNT.
003025     MOVE CC-CTL-FD-FEED-HASH  TO WS-CTL-FEED-HASH.
003026     MOVE CC-CTL-FD-RCY-COUNT  TO WS-CTL-RCY-COUNT.
003027     MOVE CC-CTL-FD-RCY-HASH   TO WS-CTL-RCY-HASH.
003028     ADD WS-CTL-FEED-COUNT WS-CTL-RCY-COUNT
003029         GIVING WS-CTL-RECV-COUNT.
003030     ADD WS-CTL-FEED-HASH WS-CTL-RCY-HASH
003031         GIVING WS-CTL-RECV-HASH.
003032 5200-TAKE-FEED-RECORD-EXIT.
003033     EXIT.
003034
003035*----------------------------------------------------------------*
003036* 6000-COUNT-BAD-RECORDS - COUNT AND HASH ONE EDIT REJECT.  A
003037*     NON-NUMERIC FIELD ADDS NOTHING, AS IN THE FEED PROOF.
003038*----------------------------------------------------------------*
003039 6000-COUNT-BAD-RECORDS.
003040     ADD 1 TO WS-BAD-COUNT.
003041     IF CC-BAD-ACCT-NO NUMERIC
003042         MOVE CC-BAD-ACCT-NO TO WS-CTL-WORK-HASH
003043         ADD WS-CTL-WORK-HASH TO WS-BAD-HASH
003044     END-IF.
003045     IF CC-BAD-TEST-VALUE NUMERIC
003046         MOVE CC-BAD-TEST-VALUE TO WS-CTL-WORK-HASH
003047         ADD WS-CTL-WORK-HASH TO WS-BAD-HASH
003048     END-IF.
003049     PERFORM 6100-READ-BADFILE   THRU 6100-READ-BADFILE-EXIT.
003050 6000-COUNT-BAD-RECORDS-EXIT.
003051     EXIT.
003052
003053*----------------------------------------------------------------*
003054* 6100-READ-BADFILE - READ THE NEXT EDIT REJECT
003055*----------------------------------------------------------------*
003056 6100-READ-BADFILE.
003057     READ BADFILE
003058         AT END
003059             MOVE 'Y' TO WS-BAD-EOF-SW
003060     END-READ.
003061 6100-READ-BADFILE-EXIT.
003062     EXIT.
003063
003064*----------------------------------------------------------------*
003065* 8000-FINALIZE - RUN THE BALANCING CHECKS, PRINT THE REPORT, SET
003066*     THE RETURN CODE, AND CLOSE FILES.
003067*----------------------------------------------------------------*
003068 8000-FINALIZE.
003070     PERFORM 8100-PRINT-REPORT-HEADER
003080                            THRU 8100-PRINT-REPORT-HEADER-EXIT.
003090     PERFORM 8200-CHECK-BALANCES
003140     CLOSE EXCFILE.
003150     CLOSE AUDFILE.
003160     CLOSE CTLFILE.
003165     CLOSE BADFILE.
003170     CLOSE RECONRPT.
003180     IF WS-OUT-OF-BALANCE
003190         MOVE 8 TO RETURN-CODE
003700            DELIMITED BY SIZE INTO RCN-LINE.
003710     WRITE RCN-LINE.
003720
003721     MOVE WS-AUD-OVRD-COUNT TO WS-RPT-COUNT-ED.
003722     MOVE SPACE TO RCN-LINE.
003723     STRING 'AUDIT OVERRIDE ENTRIES COUNTED . ' WS-RPT-COUNT-ED
003724            DELIMITED BY SIZE INTO RCN-LINE.
003725     WRITE RCN-LINE.
003726
003730     MOVE WS-CTL-READ-TOTAL TO WS-RPT-COUNT-ED.
003740     MOVE SPACE TO RCN-LINE.
003750     STRING 'CONTROL CLAIMS READ  . . . . . . ' WS-RPT-COUNT-ED
003940            DELIMITED BY SIZE INTO RCN-LINE.
003950     WRITE RCN-LINE.
003960
003961     MOVE WS-CTL-OVRD-ELIG-TOTAL TO WS-RPT-COUNT-ED.
003962     MOVE SPACE TO RCN-LINE.
003963     STRING 'CONTROL CLAIMS FORCED ELIGIBLE . ' WS-RPT-COUNT-ED
003964            DELIMITED BY SIZE INTO RCN-LINE.
003965     WRITE RCN-LINE.
003966
003967     MOVE WS-CTL-OVRD-INEL-TOTAL TO WS-RPT-COUNT-ED.
003968     MOVE SPACE TO RCN-LINE.
003969     STRING 'CONTROL CLAIMS FORCED INELIGIBLE ' WS-RPT-COUNT-ED
003970            DELIMITED BY SIZE INTO RCN-LINE.
003971     WRITE RCN-LINE.
003972
003973     MOVE SPACE TO RCN-LINE.
003974     WRITE RCN-LINE.
003975
003976     MOVE WS-CTL-BUS-DATE TO WS-RPT-FEED-DATE.
003977     MOVE SPACE TO RCN-LINE.
003978     STRING 'FEED SOURCE / DATE / SEQUENCE  . ' WS-CTL-SOURCE-ID
003979            ' ' WS-RPT-FD-MM '/' WS-RPT-FD-DD '/' WS-RPT-FD-CCYY
003980            ' ' WS-CTL-SEQ-NO
003981            DELIMITED BY SIZE INTO RCN-LINE.
003982     WRITE RCN-LINE.
003983
003984     MOVE WS-CTL-RECV-COUNT TO WS-RPT-COUNT-ED.
003985     MOVE SPACE TO RCN-LINE.
003986     STRING 'RECEIVED - FEED PLUS RECYCLE . . ' WS-RPT-COUNT-ED
003987            DELIMITED BY SIZE INTO RCN-LINE.
003988     WRITE RCN-LINE.
003989
003990     MOVE WS-BAD-COUNT TO WS-RPT-COUNT-ED.
003991     MOVE SPACE TO RCN-LINE.
003992     STRING 'EDIT REJECTS COUNTED . . . . . . ' WS-RPT-COUNT-ED
003993            DELIMITED BY SIZE INTO RCN-LINE.
003994     WRITE RCN-LINE.
003995
003996     MOVE WS-CTL-RECV-HASH TO WS-RPT-HASH-ED.
003997     MOVE SPACE TO RCN-LINE.
003998     STRING 'RECEIVED HASH TOTAL  . . . . . . ' WS-RPT-HASH-ED
003999            DELIMITED BY SIZE INTO RCN-LINE.
004000     WRITE RCN-LINE.
004001
004002     MOVE WS-BAD-HASH TO WS-RPT-HASH-ED.
004003     MOVE SPACE TO RCN-LINE.
004004     STRING 'EDIT REJECT HASH TOTAL . . . . . ' WS-RPT-HASH-ED
004005            DELIMITED BY SIZE INTO RCN-LINE.
004006     WRITE RCN-LINE.
004007
004008     MOVE WS-CTL-READ-HASH TO WS-RPT-HASH-ED.
004009     MOVE SPACE TO RCN-LINE.
004010     STRING 'CONTROL CLAIMS READ HASH TOTAL . ' WS-RPT-HASH-ED
004011            DELIMITED BY SIZE INTO RCN-LINE.
004012     WRITE RCN-LINE.
004013
004014     MOVE WS-EXT-DET-HASH TO WS-RPT-HASH-ED.
004015     MOVE SPACE TO RCN-LINE.
004016     STRING 'EXTRACT DETAIL HASH COUNTED  . . ' WS-RPT-HASH-ED
004017            DELIMITED BY SIZE INTO RCN-LINE.
004018     WRITE RCN-LINE.
004019
004020     MOVE SPACE TO RCN-LINE.
004021     WRITE RCN-LINE.
004022 8100-PRINT-REPORT-HEADER-EXIT.
004023     EXIT.
004024
004025*----------------------------------------------------------------*
004030* 8200-CHECK-BALANCES - EVERY BALANCING RULE IN TURN.  EACH RULE
004040*     THAT FAILS PRINTS ITS OWN DISCREPANCY LINE AND TRIPS THE
004050*     OUT-OF-BALANCE SWITCH.
004290                            THRU 8210-PRINT-DISCREPANCY-EXIT
004300     END-IF.
004310
004320     MOVE 'EXTRACT DTLS VS MATCHED + FORCED  ' TO WS-CHECK-TITLE.
004323     ADD WS-CTL-MATCH-TOTAL WS-CTL-OVRD-ELIG-TOTAL
004326         GIVING WS-CTL-WORK-TOTAL.
004330     MOVE WS-EXT-DET-COUNT   TO WS-RPT-COUNT-ED.
004340     MOVE WS-CTL-WORK-TOTAL  TO WS-RPT-COUNT-2-ED.
004350     IF WS-EXT-DET-COUNT NOT = WS-CTL-WORK-TOTAL
004360         PERFORM 8210-PRINT-DISCREPANCY
004370                            THRU 8210-PRINT-DISCREPANCY-EXIT
004380     END-IF.
004530                            THRU 8210-PRINT-DISCREPANCY-EXIT
004540     END-IF.
004550
004560     MOVE 'MATCHED+REJ+SUPP+OVERRIDES VS READ' TO WS-CHECK-TITLE.
004570     ADD WS-CTL-MATCH-TOTAL WS-CTL-REJECT-TOTAL
004580         WS-CTL-SUPP-TOTAL WS-CTL-OVRD-ELIG-TOTAL
004585         WS-CTL-OVRD-INEL-TOTAL
004590         GIVING WS-CTL-WORK-TOTAL.
004600     MOVE WS-CTL-WORK-TOTAL  TO WS-RPT-COUNT-ED.
004610     MOVE WS-CTL-READ-TOTAL  TO WS-RPT-COUNT-2-ED.
004640                            THRU 8210-PRINT-DISCREPANCY-EXIT
004650     END-IF.
004660
004661     MOVE 'AUDIT OVRD ENTRIES VS CLAIMED OVRD' TO WS-CHECK-TITLE.
004662     ADD WS-CTL-OVRD-ELIG-TOTAL WS-CTL-OVRD-INEL-TOTAL
004663         GIVING WS-CTL-WORK-TOTAL.
004664     MOVE WS-AUD-OVRD-COUNT  TO WS-RPT-COUNT-ED.
004665     MOVE WS-CTL-WORK-TOTAL  TO WS-RPT-COUNT-2-ED.
004666     IF WS-AUD-OVRD-COUNT NOT = WS-CTL-WORK-TOTAL
004667         PERFORM 8210-PRINT-DISCREPANCY
004668                            THRU 8210-PRINT-DISCREPANCY-EXIT
004669     END-IF.
004670
004671     MOVE 'CONTROL RECORDS PRESENT           ' TO WS-CHECK-TITLE.
004680     MOVE WS-CTL-REC-COUNT   TO WS-RPT-COUNT-ED.
004690     MOVE 1                  TO WS-RPT-COUNT-2-ED.
004700     IF WS-CTL-REC-COUNT < 1
004710         PERFORM 8210-PRINT-DISCREPANCY
004720                            THRU 8210-PRINT-DISCREPANCY-EXIT
004730     END-IF.
004731
004732     MOVE 'FEED CONTROL RECORDS PRESENT      ' TO WS-CHECK-TITLE.
004733     MOVE WS-CTL-FEED-RECS   TO WS-RPT-COUNT-ED.
004734     MOVE 1                  TO WS-RPT-COUNT-2-ED.
004735     IF WS-CTL-FEED-RECS < 1
004736         PERFORM 8210-PRINT-DISCREPANCY
004737                            THRU 8210-PRINT-DISCREPANCY-EXIT
004738     END-IF.
004739
004740     MOVE 'FEED CONTROL RECORDS DISAGREEING  ' TO WS-CHECK-TITLE.
004741     MOVE WS-CTL-FEED-DIFF   TO WS-RPT-COUNT-ED.
004742     MOVE ZERO               TO WS-RPT-COUNT-2-ED.
004743     IF WS-CTL-FEED-DIFF > ZERO
004744         PERFORM 8210-PRINT-DISCREPANCY
004745                            THRU 8210-PRINT-DISCREPANCY-EXIT
004746     END-IF.
004747
004748     MOVE 'RECEIVED VS EDIT REJECTS + READ   ' TO WS-CHECK-TITLE.
004749     ADD WS-BAD-COUNT WS-CTL-READ-TOTAL
004750         GIVING WS-CTL-WORK-TOTAL.
004751     MOVE WS-CTL-RECV-COUNT  TO WS-RPT-COUNT-ED.
004752     MOVE WS-CTL-WORK-TOTAL  TO WS-RPT-COUNT-2-ED.
004753     IF WS-CTL-RECV-COUNT NOT = WS-CTL-WORK-TOTAL
004754         PERFORM 8210-PRINT-DISCREPANCY
004755                            THRU 8210-PRINT-DISCREPANCY-EXIT
004756     END-IF.
004757
004758     MOVE 'RECEIVED HASH VS REJECTS + READ   ' TO WS-CHECK-TITLE.
004759     ADD WS-BAD-HASH WS-CTL-READ-HASH
004760         GIVING WS-CTL-WORK-HASH.
004761     MOVE WS-CTL-RECV-HASH   TO WS-RPT-HASH-ED.
004762     MOVE WS-CTL-WORK-HASH   TO WS-RPT-HASH-2-ED.
004763     IF WS-CTL-RECV-HASH NOT = WS-CTL-WORK-HASH
004764         PERFORM 8220-PRINT-HASH-DISCREPANCY
004765                            THRU 8220-PRINT-HASH-DISCREPANCY-EXIT
004766     END-IF.
004767
004768     MOVE 'EXTRACT DETAIL HASH VS TRAILER    ' TO WS-CHECK-TITLE.
004769     MOVE WS-EXT-DET-HASH    TO WS-RPT-HASH-ED.
004770     MOVE WS-TRL-CLAIM-HASH  TO WS-RPT-HASH-2-ED.
004771     IF WS-EXT-DET-HASH NOT = WS-TRL-CLAIM-HASH
004772         PERFORM 8220-PRINT-HASH-DISCREPANCY
004773                            THRU 8220-PRINT-HASH-DISCREPANCY-EXIT
004774     END-IF.
004775
004776     MOVE 'TRAILER FEED ID VS CONTROL FEED ID' TO WS-CHECK-TITLE.
004777     MOVE WS-TRL-SEQ-NO      TO WS-RPT-COUNT-ED.
004778     MOVE WS-CTL-SEQ-NO      TO WS-RPT-COUNT-2-ED.
004779     IF WS-TRL-SOURCE-ID NOT = WS-CTL-SOURCE-ID
004780        OR WS-TRL-BUS-DATE NOT = WS-CTL-BUS-DATE
004781        OR WS-TRL-SEQ-NO   NOT = WS-CTL-SEQ-NO
004782         PERFORM 8210-PRINT-DISCREPANCY
004783                            THRU 8210-PRINT-DISCREPANCY-EXIT
004784     END-IF.
004785
004786     MOVE 'TRAILER RECEIVED VS FEED + RECYCLE' TO WS-CHECK-TITLE.
004787     MOVE WS-TRL-RECV-COUNT  TO WS-RPT-COUNT-ED.
004788     MOVE WS-CTL-RECV-COUNT  TO WS-RPT-COUNT-2-ED.
004789     IF WS-TRL-RECV-COUNT NOT = WS-CTL-RECV-COUNT
004790         PERFORM 8210-PRINT-DISCREPANCY
004791                            THRU 8210-PRINT-DISCREPANCY-EXIT
004792     END-IF.
004793
004794     MOVE 'TRAILER RECV HASH VS FEED+RECYCLE ' TO WS-CHECK-TITLE.
004795     MOVE WS-TRL-RECV-HASH   TO WS-RPT-HASH-ED.
004796     MOVE WS-CTL-RECV-HASH   TO WS-RPT-HASH-2-ED.
004797     IF WS-TRL-RECV-HASH NOT = WS-CTL-RECV-HASH
004798         PERFORM 8220-PRINT-HASH-DISCREPANCY
004799                            THRU 8220-PRINT-HASH-DISCREPANCY-EXIT
004800     END-IF.
004801 8200-CHECK-BALANCES-EXIT.
004802     EXIT.
004803
004804*----------------------------------------------------------------*
004805* 8210-PRINT-DISCREPANCY - ONE OUT-OF-BALANCE LINE, SHOWING THE
004806*     COUNT TAKEN AGAINST THE COUNT EXPECTED.
004807*----------------------------------------------------------------*
004810 8210-PRINT-DISCREPANCY.
004820     MOVE 'Y' TO WS-OOB-SW.
004830     MOVE SPACE TO RCN-LINE.
004870     WRITE RCN-LINE.
004880 8210-PRINT-DISCREPANCY-EXIT.
004890     EXIT.
004891
004892*----------------------------------------------------------------*
004893* 8220-PRINT-HASH-DISCREPANCY - A HASH TOTAL IS TOO WIDE FOR
004894*     ONE LINE, SO THE EXPECTED TOTAL PRINTS UNDER THE ONE TAKEN.
004895*----------------------------------------------------------------*
004896 8220-PRINT-HASH-DISCREPANCY.
004897     MOVE 'Y' TO WS-OOB-SW.
004898     MOVE SPACE TO RCN-LINE.
004899     STRING 'OUT OF BALANCE - ' WS-CHECK-TITLE
004900            ' ' WS-RPT-HASH-ED
004901            DELIMITED BY SIZE INTO RCN-LINE.
004902     WRITE RCN-LINE.
004903     MOVE SPACE TO RCN-LINE.
004904     STRING WS-RPT-HASH-INDENT ' VS ' WS-RPT-HASH-2-ED
004905            DELIMITED BY SIZE INTO RCN-LINE.
004906     WRITE RCN-LINE.
004907 8220-PRINT-HASH-DISCREPANCY-EXIT.
004908     EXIT.
004909
004910*----------------------------------------------------------------*
004920* 8300-PRINT-VERDICT - ONE LINE SAYING WHETHER THE RUN BALANCED
004930*----------------------------------------------------------------*
005130     MOVE 'CCRECON ' TO CC-RLOG-PGM-ID.
005140     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
005150     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
005155     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
005160     ACCEPT WS-TIME-RAW FROM TIME.
005170     COMPUTE CC-RLOG-TIMESTAMP =
005180             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
005190     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
005200     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
005210     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
