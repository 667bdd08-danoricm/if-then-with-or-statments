000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCBKOUT.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  RUN BACKOUT.  UNDOES ONE
000230*                  DAY'S ELIGIBILITY RUN AFTER A BAD PARAMETER
000240*                  FILE OR A CORRUPT FEED HAS GOT THROUGH.  THE
000250*                  RUN DATE TO BACK OUT COMES FROM THE BKPARM
000260*                  CARD, AND THE RUN'S EXTRACT AND RUN CONTROL
000270*                  GENERATIONS MUST CARRY THAT DATE.  ONE MATCHED
000280*                  PASS, BY ACCOUNT NUMBER, OF THE RUN'S EXTRACT,
000290*                  THE CURRENT AND PRE-RUN EXTRACT HISTORY
000300*                  GENERATIONS, AND THE ACKNOWLEDGMENT AGING FILE
000310*                  PRODUCES:
000320*                    - A CANCELLATION EXTRACT FOR THE DOWNSTREAM
000330*                      SYSTEM - ONE REVERSAL RECORD PER DETAIL THE
000340*                      RUN SENT, UNDER ITS OWN HEADER AND TRAILER.
000350*                    - A NEW HISTORY GENERATION AS IF THE RUN HAD
000360*                      NEVER HAPPENED - AN ACCOUNT THE RUN STAMPED
000370*                      GETS ITS PRE-RUN ENTRY BACK, OR LOSES ITS
000380*                      ENTRY IF THE RUN WAS ITS FIRST EXTRACT, SO
000390*                      IT IS NO LONGER SUPPRESSED.  EVERY OTHER
000400*                      ENTRY STANDS, AS DOES A PURGE MADE SINCE.
000410*                    - A NEW AGING GENERATION WITHOUT THE ITEMS
000420*                      THE RUN SENT.  AN ITEM STILL WAITING FROM
000430*                      AN EARLIER EXTRACT KEEPS ITS PLACE.
000440*                    - THE RUN'S RUN CONTROL RECORDS, MARKED
000450*                      REVERSED, FOR THE JOB TO COPY BACK OVER THE
000460*                      RUN'S GENERATION.
000470*                  THE BACKOUT REPORT LISTS EVERY REVERSED ITEM
000480*                  AND BALANCES THE REVERSALS TO THE ORIGINAL
000490*                  RUN'S TRAILER AND RUN CONTROL COUNTS.  RC=4
000500*                  WHEN AN ENTRY NEEDS LOOKING AT, RC=8 WHEN OUT
000510*                  OF BALANCE, RC=16 WHEN THE INPUTS ARE NOT THE
000520*                  RUN NAMED ON THE CARD OR IT IS ALREADY
000530*                  REVERSED.
000531* 10/15/2026  RMK  EVERY SUBSCRIBER'S AGING FILE IS BACKED OUT.
000532*                  THE AGING FILE IS NOW ONE AGEIN/AGEOUT PAIR PER
000533*                  SLOT ON THE SUBSCRIBER TABLE (AGEIN01-08 AND
000534*                  AGEOUT01-08), AND THE RUN'S ITEMS COME OFF EACH
000535*                  OF THEM IN THE SAME MATCHED PASS.  EACH
000536*                  SUBSCRIBER'S FILE BALANCES ON ITS OWN ON THE
000537*                  SUMMARY, THE LISTING SHOWS WHICH SUBSCRIBERS AN
000538*                  ITEM CAME OFF, AND AN AGING ITEM STAMPED FOR
000539*                  ANOTHER SUBSCRIBER STOPS THE BACKOUT.
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BKPARM     ASSIGN TO BKPARM
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT PROCDATE   ASSIGN TO PROCDATE
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT CTLIN      ASSIGN TO CTLIN
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT CTLOUT     ASSIGN TO CTLOUT
000650            ORGANIZATION IS SEQUENTIAL.
000660     SELECT EXTFILE    ASSIGN TO EXTFILE
000670            ORGANIZATION IS SEQUENTIAL.
000680     SELECT CANFILE    ASSIGN TO CANFILE
000690            ORGANIZATION IS SEQUENTIAL.
000700     SELECT HISTCUR    ASSIGN TO HISTCUR
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT HISTPRE    ASSIGN TO HISTPRE
000730            ORGANIZATION IS SEQUENTIAL.
000740     SELECT HISTOUT    ASSIGN TO HISTOUT
000750            ORGANIZATION IS SEQUENTIAL.
000751     SELECT SUBSCRIB   ASSIGN TO SUBSCRIB
000752            ORGANIZATION IS SEQUENTIAL.
000753     SELECT AGEIN01    ASSIGN TO AGEIN01
000754            ORGANIZATION IS SEQUENTIAL.
000755     SELECT AGEIN02    ASSIGN TO AGEIN02
000756            ORGANIZATION IS SEQUENTIAL.
000757     SELECT AGEIN03    ASSIGN TO AGEIN03
000758            ORGANIZATION IS SEQUENTIAL.
000759     SELECT AGEIN04    ASSIGN TO AGEIN04
000760            ORGANIZATION IS SEQUENTIAL.
000761     SELECT AGEIN05    ASSIGN TO AGEIN05
000762            ORGANIZATION IS SEQUENTIAL.
000763     SELECT AGEIN06    ASSIGN TO AGEIN06
000764            ORGANIZATION IS SEQUENTIAL.
000765     SELECT AGEIN07    ASSIGN TO AGEIN07
000766            ORGANIZATION IS SEQUENTIAL.
000767     SELECT AGEIN08    ASSIGN TO AGEIN08
000768            ORGANIZATION IS SEQUENTIAL.
000769     SELECT AGEOUT01   ASSIGN TO AGEOUT01
000770            ORGANIZATION IS SEQUENTIAL.
000771     SELECT AGEOUT02   ASSIGN TO AGEOUT02
000772            ORGANIZATION IS SEQUENTIAL.
000773     SELECT AGEOUT03   ASSIGN TO AGEOUT03
000774            ORGANIZATION IS SEQUENTIAL.
000775     SELECT AGEOUT04   ASSIGN TO AGEOUT04
000776            ORGANIZATION IS SEQUENTIAL.
000777     SELECT AGEOUT05   ASSIGN TO AGEOUT05
000778            ORGANIZATION IS SEQUENTIAL.
000779     SELECT AGEOUT06   ASSIGN TO AGEOUT06
000780            ORGANIZATION IS SEQUENTIAL.
000781     SELECT AGEOUT07   ASSIGN TO AGEOUT07
000782            ORGANIZATION IS SEQUENTIAL.
000783     SELECT AGEOUT08   ASSIGN TO AGEOUT08
000784            ORGANIZATION IS SEQUENTIAL.
000800     SELECT BKRPT      ASSIGN TO BKRPT
000810            ORGANIZATION IS SEQUENTIAL.
000820     SELECT RUNLOG     ASSIGN TO RUNLOG
000830            ORGANIZATION IS SEQUENTIAL.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BKPARM
000880     RECORDING MODE IS F.
000890 01  BKP-REC.
000900     05  BKP-RUN-DATE          PIC X(08).
000910     05  FILLER                PIC X(72).
000920
000930 FD  PROCDATE
000940     RECORDING MODE IS F.
000950 COPY CCPDT.
000960
000970 FD  CTLIN
000980     RECORDING MODE IS F.
000990 COPY CCCTL.
001000
001010 FD  CTLOUT
001020     RECORDING MODE IS F.
001030 01  CTL-OUT-REC               PIC X(80).
001040
001050 FD  EXTFILE
001060     RECORDING MODE IS F.
001070 01  EXT-IN-REC                PIC X(80).
001080
001090 FD  CANFILE
001100     RECORDING MODE IS F.
001110 COPY CCEXT.
001120
001130 FD  HISTCUR
001140     RECORDING MODE IS F.
001150 COPY CCHIST.
001160
001170 FD  HISTPRE
001180     RECORDING MODE IS F.
001190 01  HIST-PRE-REC              PIC X(80).
001200
001210 FD  HISTOUT
001220     RECORDING MODE IS F.
001230 01  HIST-OUT-REC              PIC X(80).
001240
001241 FD  SUBSCRIB
001242     RECORDING MODE IS F.
001243 COPY CCSUBS.
001244
001245*----------------------------------------------------------------*
001246* ONE AGING FILE PAIR PER SUBSCRIBER SLOT.  ONLY THE SLOTS ON THE
001247* SUBSCRIBER TABLE ARE OPENED.
001248*----------------------------------------------------------------*
001249 FD  AGEIN01
001250     RECORDING MODE IS F.
001251 01  AGEIN01-REC              PIC X(80).
001252
001253 FD  AGEIN02
001254     RECORDING MODE IS F.
001255 01  AGEIN02-REC              PIC X(80).
001256
001257 FD  AGEIN03
001258     RECORDING MODE IS F.
001259 01  AGEIN03-REC              PIC X(80).
001260
001261 FD  AGEIN04
001262     RECORDING MODE IS F.
001263 01  AGEIN04-REC              PIC X(80).
001264
001265 FD  AGEIN05
001266     RECORDING MODE IS F.
001267 01  AGEIN05-REC              PIC X(80).
001268
001269 FD  AGEIN06
001270     RECORDING MODE IS F.
001271 01  AGEIN06-REC              PIC X(80).
001272
001273 FD  AGEIN07
001274     RECORDING MODE IS F.
001275 01  AGEIN07-REC              PIC X(80).
001276
001277 FD  AGEIN08
001278     RECORDING MODE IS F.
001279 01  AGEIN08-REC              PIC X(80).
001280
001281 FD  AGEOUT01
001282     RECORDING MODE IS F.
001283 01  AGEOUT01-REC             PIC X(80).
001284
001285 FD  AGEOUT02
001286     RECORDING MODE IS F.
001287 01  AGEOUT02-REC             PIC X(80).
001288
001289 FD  AGEOUT03
001290     RECORDING MODE IS F.
001291 01  AGEOUT03-REC             PIC X(80).
001292
001293 FD  AGEOUT04
001294     RECORDING MODE IS F.
001295 01  AGEOUT04-REC             PIC X(80).
001296
001297 FD  AGEOUT05
001298     RECORDING MODE IS F.
001299 01  AGEOUT05-REC             PIC X(80).
001300
001301 FD  AGEOUT06
001302     RECORDING MODE IS F.
001303 01  AGEOUT06-REC             PIC X(80).
001304
001305 FD  AGEOUT07
001306     RECORDING MODE IS F.
001307 01  AGEOUT07-REC             PIC X(80).
001308
001309 FD  AGEOUT08
001310     RECORDING MODE IS F.
001311 01  AGEOUT08-REC             PIC X(80).
001320
001330 FD  BKRPT
001340     RECORDING MODE IS F.
001350 01  RPT-LINE                  PIC X(80).
001360
001370 FD  RUNLOG
001380     RECORDING MODE IS F.
001390 COPY CCRLOG.
001400
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------*
001430* SWITCHES
001440*----------------------------------------------------------------*
001450 77  WS-CTL-EOF-SW          PIC X(01)   VALUE 'N'.
001460     88  WS-CTL-EOF                     VALUE 'Y'.
001470 77  WS-EXT-EOF-SW          PIC X(01)   VALUE 'N'.
001480     88  WS-EXT-EOF                     VALUE 'Y'.
001490 77  WS-HCUR-EOF-SW         PIC X(01)   VALUE 'N'.
001500     88  WS-HCUR-EOF                    VALUE 'Y'.
001510 77  WS-HPRE-EOF-SW         PIC X(01)   VALUE 'N'.
001520     88  WS-HPRE-EOF                    VALUE 'Y'.
001530 77  WS-SUB-EOF-SW          PIC X(01)   VALUE 'N'.
001540     88  WS-SUB-EOF                     VALUE 'Y'.
001550 77  WS-ON-EXT-SW           PIC X(01)   VALUE 'N'.
001560     88  WS-ON-EXT                      VALUE 'Y'.
001570 77  WS-TRL-SEEN-SW         PIC X(01)   VALUE 'N'.
001580     88  WS-TRL-SEEN                    VALUE 'Y'.
001590 77  WS-BALANCED-SW         PIC X(01)   VALUE 'Y'.
001600     88  WS-BALANCED                    VALUE 'Y'.
001610
001620*----------------------------------------------------------------*
001630* DATES - THE RUN BEING BACKED OUT (FROM BKPARM) AND THE BUSINESS
001640* DATE OF THE BACKOUT ITSELF (FROM PROCDATE), WHICH DATES THE
001650* CANCELLATION FILE AND THE REVERSAL MARK ON RUN CONTROL
001660*----------------------------------------------------------------*
001670 77  WS-RUN-DATE            PIC 9(08)   VALUE ZERO.
001680 77  WS-CURR-DATE           PIC 9(08).
001690 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001700 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001710
001720*----------------------------------------------------------------*
001730* RUN LOG WORK AREAS - ONE START AND ONE END RECORD ON THE SHARED
001740* RUNLOG FILE FOR THE END-OF-DAY OPERATIONS REPORT
001750*----------------------------------------------------------------*
001760 77  WS-RLOG-TYPE           PIC X(01)   VALUE SPACE.
001770 77  WS-RLOG-IN             PIC 9(07)   VALUE ZERO.
001780 77  WS-RLOG-OUT            PIC 9(07)   VALUE ZERO.
001790 77  WS-RLOG-RC             PIC 9(02)   VALUE ZERO.
001800 77  WS-RLOG-REST           PIC X(01)   VALUE 'N'.
001810
001820*----------------------------------------------------------------*
001830* THE RUN'S EXTRACT RECORD.  SAME LAYOUT AS CC-EXT-REC (CCEXT) -
001840* READ INTO HERE SINCE THE CANCELLATION FILE IS BUILT IN
001850* CC-EXT-REC.
001860*----------------------------------------------------------------*
001870 01  WS-EXT-IN.
001880     05  WS-EXT-TYPE        PIC X(01).
001890         88  WS-EXT-IS-HEADER           VALUE 'H'.
001900         88  WS-EXT-IS-DETAIL           VALUE 'D'.
001910         88  WS-EXT-IS-TRAILER          VALUE 'T'.
001920     05  WS-EXT-ACCT-NO     PIC 9(07).
001930     05  WS-EXT-TEST-VALUE  PIC 9(03).
001940     05  WS-EXT-CATEGORY-CD PIC X(03).
001950     05  WS-EXT-EFF-DATE    PIC 9(08).
001960     05  WS-EXT-CUST-NAME   PIC X(20).
001970     05  WS-EXT-BRANCH-CD   PIC X(04).
001980     05  FILLER             PIC X(34).
001990 01  WS-EXT-IN-HDR  REDEFINES WS-EXT-IN.
002000     05  FILLER             PIC X(01).
002010     05  WS-EXT-HDR-PGM-ID  PIC X(08).
002020     05  WS-EXT-HDR-RUN-DATE
002030                            PIC 9(08).
002040     05  FILLER             PIC X(63).
002050 01  WS-EXT-IN-TRL  REDEFINES WS-EXT-IN.
002060     05  FILLER             PIC X(01).
002070     05  WS-EXT-TRL-COUNT   PIC 9(07).
002080     05  WS-EXT-TRL-HASH    PIC 9(15).
002090     05  WS-EXT-TRL-SOURCE-ID
002100                            PIC X(08).
002110     05  WS-EXT-TRL-BUS-DATE
002120                            PIC 9(08).
002130     05  WS-EXT-TRL-SEQ-NO  PIC 9(06).
002140     05  FILLER             PIC X(35).
002150
002160*----------------------------------------------------------------*
002170* PRE-RUN HISTORY ENTRY.  SAME LAYOUT AS CC-HIST-REC (CCHIST).
002180*----------------------------------------------------------------*
002190 01  WS-PRE-HIST.
002200     05  WS-PRE-ACCT-NO     PIC 9(07).
002210     05  WS-PRE-LAST-EXT-DATE
002220                            PIC 9(08).
002230     05  FILLER             PIC X(65).
002240
002250*----------------------------------------------------------------*
002260* THE ORIGINAL EXTRACT'S TRAILER, KEPT FOR THE BALANCE AND FOR THE
002270* CANCELLATION TRAILER
002280*----------------------------------------------------------------*
002290 77  WS-TRL-COUNT           PIC 9(07)   VALUE ZERO.
002300 77  WS-TRL-HASH            PIC 9(15)   VALUE ZERO.
002310 77  WS-TRL-SOURCE-ID       PIC X(08)   VALUE SPACE.
002320 77  WS-TRL-BUS-DATE        PIC 9(08)   VALUE ZERO.
002330 77  WS-TRL-SEQ-NO          PIC 9(06)   VALUE ZERO.
002340
002350*----------------------------------------------------------------*
002360* MATCH KEYS.  HELD AS CHARACTER SO AN EXHAUSTED FILE CAN TAKE
002370* HIGH-VALUES AND FALL BEHIND EVERY REAL ACCOUNT NUMBER.
002380*----------------------------------------------------------------*
002390 77  WS-EXT-KEY             PIC X(07)   VALUE SPACE.
002400 77  WS-HCUR-KEY            PIC X(07)   VALUE SPACE.
002410 77  WS-HPRE-KEY            PIC X(07)   VALUE SPACE.
002430 01  WS-CUR-KEY             PIC X(07)   VALUE SPACE.
002440
002441*----------------------------------------------------------------*
002442* SUBSCRIBER TABLE, IN THE ORDER OF THE SUBSCRIBER FILE.  EACH
002443* ENTRY HOLDS ITS AGING FILE'S CURRENT ITEM AND MATCH KEY, WHAT
002444* WAS DONE TO ITS ITEM FOR THE ACCOUNT IN HAND, AND ITS OWN
002445* BALANCING COUNTS.  THE SLOT TABLE GIVES THE SUBSCRIBER ON EACH
002446* AGEIN SLOT, ZERO WHEN NONE.  WS-AGE-OPEN COUNTS THE AGING FILES
002447* NOT YET AT END OF FILE.
002448*----------------------------------------------------------------*
002449 77  WS-SUB-MAX             PIC 9(02)   VALUE 8      COMP.
002450 77  WS-SUB-COUNT           PIC 9(02)   VALUE ZERO   COMP.
002451 77  WS-SUB-IX              PIC 9(02)   VALUE ZERO   COMP.
002452 77  WS-SUB-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
002453 77  WS-SUB-CHK-ID          PIC X(08)   VALUE SPACE.
002454 77  WS-AGE-OPEN            PIC 9(02)   VALUE ZERO   COMP.
002455     88  WS-AGE-ALL-EOF                 VALUE ZERO.
002456 01  WS-SUB-TABLE.
002457     05  WS-SUB-ENTRY  OCCURS 8 TIMES.
002458         10  WS-SUB-ID          PIC X(08).
002459         10  WS-SUB-SLOT        PIC 9(02).
002460         10  WS-SUB-AGE-EOF-SW  PIC X(01).
002461             88  WS-SUB-AGE-EOF         VALUE 'Y'.
002462         10  WS-SUB-AGE-KEY     PIC X(07).
002463         10  WS-SUB-AGE-REC     PIC X(80).
002464         10  WS-SUB-AGE-ACTION  PIC X(12).
002465         10  WS-SUB-AGE-IN      PIC 9(07)   COMP.
002466         10  WS-SUB-AGE-OUT     PIC 9(07)   COMP.
002467         10  WS-SUB-AGE-REMOVED PIC 9(07)   COMP.
002468         10  WS-SUB-AGE-EARLIER PIC 9(07)   COMP.
002469         10  WS-SUB-AGE-MISSING PIC 9(07)   COMP.
002470         10  WS-SUB-AGE-STRAY   PIC 9(07)   COMP.
002471 01  WS-SLOT-TABLE.
002472     05  WS-SLOT-SUB-IX  OCCURS 8 TIMES
002473                                PIC 9(02)   VALUE ZERO   COMP.
002474
002475*----------------------------------------------------------------*
002476* THE AGING ITEM IN HAND, TAKEN FROM ITS SUBSCRIBER'S TABLE ENTRY
002477*----------------------------------------------------------------*
002478 COPY CCAGE.
002479*----------------------------------------------------------------*
002480* WHAT WAS DONE TO THE ACCOUNT IN HAND, FOR ITS REPORT LINE
002481*----------------------------------------------------------------*
002482 77  WS-HIST-ACTION         PIC X(19)   VALUE SPACE.
002490 77  WS-AGE-ACTION          PIC X(12)   VALUE SPACE.
002500 77  WS-NOTE-TEXT           PIC X(40)   VALUE SPACE.
002501 77  WS-NOTE-SUB-ID         PIC X(08)   VALUE SPACE.
002502 77  WS-AGE-HITS            PIC 9(02)   VALUE ZERO   COMP.
002503*----------------------------------------------------------------*
002504* ONE SUBSCRIBER'S AGING ACTION, UNDER THE ITEM'S REPORT LINE
002505*----------------------------------------------------------------*
002506 01  WS-AGE-SUB-LINE.
002507     05  FILLER             PIC X(39)   VALUE SPACE.
002508     05  FILLER             PIC X(06)   VALUE 'AGING '.
002509     05  WS-ASL-SUB-ID      PIC X(08)   VALUE SPACE.
002510     05  FILLER             PIC X(06)   VALUE SPACE.
002511     05  WS-ASL-ACTION      PIC X(12)   VALUE SPACE.
002512     05  FILLER             PIC X(09)   VALUE SPACE.
002513
002520*----------------------------------------------------------------*
002530* PAGE CONTROL - COLUMN 1 OF EVERY LINE IS CARRIAGE CONTROL
002540*----------------------------------------------------------------*
002550 77  WS-PAGE-LINES-MAX      PIC 9(02)   VALUE 55   COMP.
002560 77  WS-LINE-CNT            PIC 9(02)   VALUE ZERO COMP.
002570 77  WS-PAGE-NO             PIC 9(04)   VALUE ZERO COMP.
002580
002590*----------------------------------------------------------------*
002600* RUN CONTROL TOTALS OF THE RUN BEING BACKED OUT
002610*----------------------------------------------------------------*
002620 77  WS-CTL-RECS            PIC 9(07)   VALUE ZERO   COMP.
002630 77  WS-CTL-COUNTS-RECS     PIC 9(07)   VALUE ZERO   COMP.
002640 77  WS-CTL-MATCH-TOTAL     PIC 9(07)   VALUE ZERO   COMP.
002650 77  WS-CTL-OVRD-ELIG-TOTAL PIC 9(07)   VALUE ZERO   COMP.
002660 77  WS-CTL-EXT-TOTAL       PIC 9(07)   VALUE ZERO   COMP.
002670
002680*----------------------------------------------------------------*
002690* RUN COUNTERS
002700*----------------------------------------------------------------*
002710 77  WS-REV-COUNT           PIC 9(07)   VALUE ZERO   COMP.
002720 77  WS-REV-HASH            PIC 9(15)   VALUE ZERO.
002730 77  WS-HIST-IN             PIC 9(07)   VALUE ZERO   COMP.
002740 77  WS-HIST-OUT            PIC 9(07)   VALUE ZERO   COMP.
002750 77  WS-HIST-RESTORED       PIC 9(07)   VALUE ZERO   COMP.
002760 77  WS-HIST-REMOVED        PIC 9(07)   VALUE ZERO   COMP.
002770 77  WS-HIST-OTHER-DATE     PIC 9(07)   VALUE ZERO   COMP.
002780 77  WS-HIST-MISSING        PIC 9(07)   VALUE ZERO   COMP.
002790 77  WS-HIST-STRAY          PIC 9(07)   VALUE ZERO   COMP.
002850 77  WS-AGE-STRAY           PIC 9(07)   VALUE ZERO   COMP.
002860 77  WS-CHECK-TOTAL         PIC 9(07)   VALUE ZERO   COMP.
002870
002880*----------------------------------------------------------------*
002890* REPORT LINE WORK AREAS
002900*----------------------------------------------------------------*
002910 01  WS-RPT-DATE.
002920     05  WS-RPT-DATE-CC     PIC 9(02).
002930     05  WS-RPT-DATE-YY     PIC 9(02).
002940     05  WS-RPT-DATE-MM     PIC 9(02).
002950     05  WS-RPT-DATE-DD     PIC 9(02).
002960 01  WS-RPT-RUN-DATE.
002970     05  WS-RPT-RUN-CC      PIC 9(02).
002980     05  WS-RPT-RUN-YY      PIC 9(02).
002990     05  WS-RPT-RUN-MM      PIC 9(02).
003000     05  WS-RPT-RUN-DD      PIC 9(02).
003010 01  WS-RPT-PAGE-ED         PIC ZZZ9.
003020 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
003030 01  WS-RPT-HASH-ED         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003040 01  WS-RPT-TEST-ED         PIC ZZ9.
003050 01  WS-PRT-LINE            PIC X(80)   VALUE SPACE.
003060 01  WS-SUM-LABEL           PIC X(33)   VALUE SPACE.
003070 PROCEDURE DIVISION.
003080*================================================================*
003090* 0000-MAINLINE - MARK THE RUN CONTROL RECORDS, THEN ONE MATCHED
003100*     PASS OF THE EXTRACT, THE HISTORY, AND EVERY SUBSCRIBER'S
003110*     AGING FILE, ONE ACCOUNT AT A TIME, THEN THE BALANCING
003115*     SUMMARY.
003120*================================================================*
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003150     PERFORM 2000-PROCESS-ACCOUNT
003160                                 THRU 2000-PROCESS-ACCOUNT-EXIT
003170         UNTIL WS-EXT-EOF AND WS-HCUR-EOF AND WS-AGE-ALL-EOF.
003180     PERFORM 7000-PRINT-SUMMARY  THRU 7000-PRINT-SUMMARY-EXIT.
003190     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
003200     GO TO 9999-EXIT.
003210
003220*----------------------------------------------------------------*
003230* 1000-INITIALIZE - TAKE THE DATES, MARK THE RUN CONTROL RECORDS,
003240*     CHECK THE EXTRACT IS THE RUN'S, OPEN THE REST, WRITE THE
003250*     CANCELLATION HEADER, AND PRIME THE READS.
003260*----------------------------------------------------------------*
003270 1000-INITIALIZE.
003280     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
003290     PERFORM 1040-READ-PARM      THRU 1040-READ-PARM-EXIT.
003293     PERFORM 1300-LOAD-SUBSCRIBERS
003296                                 THRU 1300-LOAD-SUBSCRIBERS-EXIT.
003300     OPEN EXTEND RUNLOG.
003310     MOVE 'S' TO WS-RLOG-TYPE.
003320     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
003330     PERFORM 1100-MARK-RUN-CONTROL
003340                                 THRU 1100-MARK-RUN-CONTROL-EXIT.
003350     PERFORM 1200-CHECK-EXTRACT  THRU 1200-CHECK-EXTRACT-EXIT.
003360     OPEN INPUT  HISTCUR.
003370     OPEN INPUT  HISTPRE.
003390     OPEN OUTPUT CANFILE.
003400     OPEN OUTPUT HISTOUT.
003405     PERFORM 1400-OPEN-AGING     THRU 1400-OPEN-AGING-EXIT
003410         VARYING WS-SUB-IX FROM 1 BY 1
003415         UNTIL WS-SUB-IX > WS-SUB-COUNT.
003420     OPEN OUTPUT BKRPT.
003430     MOVE SPACE TO CC-EXT-REC.
003440     MOVE 'H' TO CC-EXT-REC-TYPE.
003450     MOVE 'CCBKOUT' TO CC-EXT-HDR-PGM-ID.
003460     MOVE WS-CURR-DATE TO CC-EXT-HDR-RUN-DATE.
003470     MOVE WS-RUN-DATE TO CC-EXT-HDR-CANCEL-DATE.
003480     WRITE CC-EXT-REC.
003490     PERFORM 5030-PRINT-PAGE-HEAD
003500                                 THRU 5030-PRINT-PAGE-HEAD-EXIT.
003510     PERFORM 2510-READ-EXTFILE   THRU 2510-READ-EXTFILE-EXIT.
003520     PERFORM 2520-READ-HISTCUR   THRU 2520-READ-HISTCUR-EXIT.
003530     PERFORM 2530-READ-HISTPRE   THRU 2530-READ-HISTPRE-EXIT.
003540     PERFORM 2540-READ-AGEIN     THRU 2540-READ-AGEIN-EXIT
003543         VARYING WS-SUB-IX FROM 1 BY 1
003546         UNTIL WS-SUB-IX > WS-SUB-COUNT.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
003600*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
003610*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
003620*----------------------------------------------------------------*
003630 1020-READ-PROC-DATE.
003640     OPEN INPUT  PROCDATE.
003650     READ PROCDATE
003660         AT END
003670             DISPLAY 'CCBKOUT - PROCDATE IS EMPTY - ABORT'
003680             MOVE 16 TO RETURN-CODE
003690             STOP RUN
003700     END-READ.
003710     CLOSE PROCDATE.
003720     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
003730 1020-READ-PROC-DATE-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------*
003770* 1040-READ-PARM - THE RUN DATE TO BACK OUT, CCYYMMDD IN COLUMNS
003780*     1-8 OF THE BKPARM CARD.  IT CANNOT BE AFTER THE PROCESSING
003790*     DATE.
003800*----------------------------------------------------------------*
003810 1040-READ-PARM.
003820     OPEN INPUT  BKPARM.
003830     READ BKPARM
003840         AT END
003850             DISPLAY 'CCBKOUT - NO BKPARM CONTROL CARD - ABORT'
003860             MOVE 16 TO RETURN-CODE
003870             STOP RUN
003880     END-READ.
003890     CLOSE BKPARM.
003900     IF BKP-RUN-DATE NOT NUMERIC
003910         DISPLAY 'CCBKOUT - BKPARM RUN DATE NOT NUMERIC - ABORT'
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     MOVE BKP-RUN-DATE TO WS-RUN-DATE.
003960     IF WS-RUN-DATE > WS-CURR-DATE
003970         DISPLAY 'CCBKOUT - BKPARM RUN DATE ' WS-RUN-DATE
003980                 ' IS AFTER THE PROCESSING DATE - ABORT'
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020 1040-READ-PARM-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------*
004060* 1100-MARK-RUN-CONTROL - COPY THE RUN'S RUN CONTROL GENERATION
004070*     TO CTLOUT WITH EVERY COUNTS RECORD MARKED REVERSED, AND TAKE
004080*     THE COUNT OF DETAILS THE RUN CLAIMS TO HAVE EXTRACTED
004090*     (MATCHED PLUS FORCED ELIGIBLE).  A GENERATION FOR ANOTHER
004100*     DATE, OR ONE ALREADY MARKED, STOPS THE BACKOUT.
004110*----------------------------------------------------------------*
004120 1100-MARK-RUN-CONTROL.
004130     OPEN INPUT  CTLIN.
004140     OPEN OUTPUT CTLOUT.
004150     PERFORM 1110-MARK-CTL-RECORD
004160                                 THRU 1110-MARK-CTL-RECORD-EXIT
004170         UNTIL WS-CTL-EOF.
004180     CLOSE CTLIN.
004190     CLOSE CTLOUT.
004200     IF WS-CTL-COUNTS-RECS = ZERO
004210         DISPLAY 'CCBKOUT - CTLIN HOLDS NO COUNTS RECORD - ABORT'
004220         MOVE 16 TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     ADD WS-CTL-MATCH-TOTAL WS-CTL-OVRD-ELIG-TOTAL
004260         GIVING WS-CTL-EXT-TOTAL.
004270 1100-MARK-RUN-CONTROL-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------*
004310* 1110-MARK-CTL-RECORD - ONE RUN CONTROL RECORD.  A FEED RECORD
004320*     IS COPIED AS IT IS.
004330*----------------------------------------------------------------*
004340 1110-MARK-CTL-RECORD.
004350     READ CTLIN
004360         AT END
004370             MOVE 'Y' TO WS-CTL-EOF-SW
004380     END-READ.
004390     IF WS-CTL-EOF
004400         GO TO 1110-MARK-CTL-RECORD-EXIT
004410     END-IF.
004420     ADD 1 TO WS-CTL-RECS.
004430     IF CC-CTL-IS-COUNTS
004440         IF CC-CTL-RUN-DATE NOT = WS-RUN-DATE
004450             DISPLAY 'CCBKOUT - CTLIN RUN DATE ' CC-CTL-RUN-DATE
004460                     ' IS NOT THE BKPARM DATE - ABORT'
004470             MOVE 16 TO RETURN-CODE
004480             STOP RUN
004490         END-IF
004500         IF CC-CTL-IS-REVERSED
004510             DISPLAY 'CCBKOUT - RUN OF ' WS-RUN-DATE
004520                     ' ALREADY REVERSED ON ' CC-CTL-REV-DATE
004530                     ' - ABORT'
004540             MOVE 16 TO RETURN-CODE
004550             STOP RUN
004560         END-IF
004570         ADD 1 TO WS-CTL-COUNTS-RECS
004580         ADD CC-CTL-MATCH-COUNT TO WS-CTL-MATCH-TOTAL
004590         IF CC-CTL-OVRD-ELIG NUMERIC
004600             ADD CC-CTL-OVRD-ELIG TO WS-CTL-OVRD-ELIG-TOTAL
004610         END-IF
004620         MOVE 'R' TO CC-CTL-REV-IND
004630         MOVE WS-CURR-DATE TO CC-CTL-REV-DATE
004640     END-IF.
004650     WRITE CTL-OUT-REC FROM CC-CTL-REC.
004660 1110-MARK-CTL-RECORD-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------*
004700* 1200-CHECK-EXTRACT - THE EXTRACT MUST OPEN WITH A HEADER FOR THE
004710*     RUN DATE ON THE CARD, AND MUST NOT ITSELF BE A CANCELLATION
004720*     FILE.
004730*----------------------------------------------------------------*
004740 1200-CHECK-EXTRACT.
004750     OPEN INPUT  EXTFILE.
004760     READ EXTFILE INTO WS-EXT-IN
004770         AT END
004780             DISPLAY 'CCBKOUT - EXTFILE IS EMPTY - ABORT'
004790             MOVE 16 TO RETURN-CODE
004800             STOP RUN
004810     END-READ.
004820     IF NOT WS-EXT-IS-HEADER
004830         DISPLAY 'CCBKOUT - EXTFILE HAS NO HEADER - ABORT'
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     IF WS-EXT-HDR-PGM-ID = 'CCBKOUT'
004880         DISPLAY 'CCBKOUT - EXTFILE IS A CANCELLATION FILE '
004890                 '- ABORT'
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     IF WS-EXT-HDR-RUN-DATE NOT = WS-RUN-DATE
004940         DISPLAY 'CCBKOUT - EXTFILE RUN DATE ' WS-EXT-HDR-RUN-DATE
004950                 ' IS NOT THE BKPARM DATE - ABORT'
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990 1200-CHECK-EXTRACT-EXIT.
005000     EXIT.
005010
005011*----------------------------------------------------------------*
005012* 1300-LOAD-SUBSCRIBERS - LOAD THE SUBSCRIBER TABLE.  EVERY
005013*     SUBSCRIBER'S AGING FILE IS BACKED OUT, SO THE TABLE MUST BE
005014*     THE ONE THE ROUTING STEP USES.  AN EMPTY TABLE IS REFUSED.
005015*----------------------------------------------------------------*
005016 1300-LOAD-SUBSCRIBERS.
005017     OPEN INPUT  SUBSCRIB.
005018     PERFORM 1310-TAKE-SUBSCRIBER THRU 1310-TAKE-SUBSCRIBER-EXIT
005019         UNTIL WS-SUB-EOF.
005020     CLOSE SUBSCRIB.
005021     IF WS-SUB-COUNT = ZERO
005022         DISPLAY 'CCBKOUT - SUBSCRIB HAS NO SUBSCRIBERS - ABORT'
005023         MOVE 16 TO RETURN-CODE
005024         STOP RUN
005025     END-IF.
005026 1300-LOAD-SUBSCRIBERS-EXIT.
005027     EXIT.
005028
005029*----------------------------------------------------------------*
005030* 1310-TAKE-SUBSCRIBER - ONE SUBSCRIBER TABLE RECORD.  ONLY THE
005031*     DEFINITIONS MATTER HERE - THE ID AND THE SLOT OF ITS AGING
005032*     FILES.  THE ID MUST BE PRESENT AND NOT YET ON THE TABLE, AND
005033*     THE SLOT A FREE ONE FROM 01 TO 08.
005034*----------------------------------------------------------------*
005035 1310-TAKE-SUBSCRIBER.
005036     READ SUBSCRIB
005037         AT END
005038             MOVE 'Y' TO WS-SUB-EOF-SW
005039             GO TO 1310-TAKE-SUBSCRIBER-EXIT
005040     END-READ.
005041     IF NOT CC-SUB-IS-DEFINITION
005042         GO TO 1310-TAKE-SUBSCRIBER-EXIT
005043     END-IF.
005044     IF WS-SUB-COUNT NOT < WS-SUB-MAX
005045         DISPLAY 'CCBKOUT - SUBSCRIBERS EXCEED TABLE - ABORT'
005046         MOVE 16 TO RETURN-CODE
005047         STOP RUN
005048     END-IF.
005049     IF CC-SUB-ID = SPACE
005050         DISPLAY 'CCBKOUT - SUBSCRIBER WITHOUT AN ID - ABORT'
005051         MOVE 16 TO RETURN-CODE
005052         STOP RUN
005053     END-IF.
005054     MOVE CC-SUB-ID TO WS-SUB-CHK-ID.
005055     PERFORM 1320-FIND-SUBSCRIBER THRU 1320-FIND-SUBSCRIBER-EXIT.
005056     IF WS-SUB-FOUND-IX > ZERO
005057         DISPLAY 'CCBKOUT - SUBSCRIBER ' CC-SUB-ID
005058                 ' DEFINED TWICE - ABORT'
005059         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005061     END-IF.
005062     IF CC-SUB-SLOT NOT NUMERIC
005063         DISPLAY 'CCBKOUT - SUBSCRIBER ' CC-SUB-ID
005064                 ' SLOT INVALID - ABORT'
005065         MOVE 16 TO RETURN-CODE
005066         STOP RUN
005067     END-IF.
005068     IF CC-SUB-SLOT < 1 OR CC-SUB-SLOT > WS-SUB-MAX
005069         DISPLAY 'CCBKOUT - SUBSCRIBER ' CC-SUB-ID
005070                 ' SLOT INVALID - ABORT'
005071         MOVE 16 TO RETURN-CODE
005072         STOP RUN
005073     END-IF.
005074     IF WS-SLOT-SUB-IX (CC-SUB-SLOT) NOT = ZERO
005075         DISPLAY 'CCBKOUT - SUBSCRIBER ' CC-SUB-ID
005076                 ' SLOT ALREADY IN USE - ABORT'
005077         MOVE 16 TO RETURN-CODE
005078         STOP RUN
005079     END-IF.
005080     ADD 1 TO WS-SUB-COUNT.
005081     MOVE CC-SUB-ID    TO WS-SUB-ID          (WS-SUB-COUNT).
005082     MOVE CC-SUB-SLOT  TO WS-SUB-SLOT        (WS-SUB-COUNT).
005083     MOVE WS-SUB-COUNT TO WS-SLOT-SUB-IX     (CC-SUB-SLOT).
005084 1310-TAKE-SUBSCRIBER-EXIT.
005085     EXIT.
005086
005087*----------------------------------------------------------------*
005088* 1320-FIND-SUBSCRIBER - LOOK UP WS-SUB-CHK-ID ON THE TABLE.
005089*     WS-SUB-FOUND-IX IS ZERO WHEN IT IS NOT THERE.
005090*----------------------------------------------------------------*
005091 1320-FIND-SUBSCRIBER.
005092     MOVE ZERO TO WS-SUB-FOUND-IX.
005093     PERFORM 1330-COMPARE-SUBSCRIBER
005094                           THRU 1330-COMPARE-SUBSCRIBER-EXIT
005095         VARYING WS-SUB-IX FROM 1 BY 1
005096         UNTIL WS-SUB-IX > WS-SUB-COUNT
005097            OR WS-SUB-FOUND-IX > ZERO.
005098 1320-FIND-SUBSCRIBER-EXIT.
005099     EXIT.
005100
005101*----------------------------------------------------------------*
005102* 1330-COMPARE-SUBSCRIBER - COMPARE ONE TABLE ENTRY
005103*----------------------------------------------------------------*
005104 1330-COMPARE-SUBSCRIBER.
005105     IF WS-SUB-ID (WS-SUB-IX) = WS-SUB-CHK-ID
005106         MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
005107     END-IF.
005108 1330-COMPARE-SUBSCRIBER-EXIT.
005109     EXIT.
005110
005111*----------------------------------------------------------------*
005112* 1400-OPEN-AGING - OPEN SUBSCRIBER WS-SUB-IX'S AGING FILES AND
005113*     START ITS COUNTS
005114*----------------------------------------------------------------*
005115 1400-OPEN-AGING.
005116     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
005117         WHEN 1
005118             OPEN INPUT  AGEIN01
005119             OPEN OUTPUT AGEOUT01
005120         WHEN 2
005121             OPEN INPUT  AGEIN02
005122             OPEN OUTPUT AGEOUT02
005123         WHEN 3
005124             OPEN INPUT  AGEIN03
005125             OPEN OUTPUT AGEOUT03
005126         WHEN 4
005127             OPEN INPUT  AGEIN04
005128             OPEN OUTPUT AGEOUT04
005129         WHEN 5
005130             OPEN INPUT  AGEIN05
005131             OPEN OUTPUT AGEOUT05
005132         WHEN 6
005133             OPEN INPUT  AGEIN06
005134             OPEN OUTPUT AGEOUT06
005135         WHEN 7
005136             OPEN INPUT  AGEIN07
005137             OPEN OUTPUT AGEOUT07
005138         WHEN 8
005139             OPEN INPUT  AGEIN08
005140             OPEN OUTPUT AGEOUT08
005141     END-EVALUATE.
005142     MOVE 'N'  TO WS-SUB-AGE-EOF-SW  (WS-SUB-IX).
005143     MOVE ZERO TO WS-SUB-AGE-IN      (WS-SUB-IX).
005144     MOVE ZERO TO WS-SUB-AGE-OUT     (WS-SUB-IX).
005145     MOVE ZERO TO WS-SUB-AGE-REMOVED (WS-SUB-IX).
005146     MOVE ZERO TO WS-SUB-AGE-EARLIER (WS-SUB-IX).
005147     MOVE ZERO TO WS-SUB-AGE-MISSING (WS-SUB-IX).
005148     MOVE ZERO TO WS-SUB-AGE-STRAY   (WS-SUB-IX).
005149     ADD 1 TO WS-AGE-OPEN.
005150 1400-OPEN-AGING-EXIT.
005151     EXIT.
005152
005153*----------------------------------------------------------------*
005154* 2000-PROCESS-ACCOUNT - TAKE THE LOWEST ACCOUNT NUMBER ON THE
005155*     EXTRACT, THE CURRENT HISTORY, AND THE AGING FILES, AND BACK
005156*     THE RUN OUT OF EACH FILE FOR IT.
005157*----------------------------------------------------------------*
005158 2000-PROCESS-ACCOUNT.
005159     MOVE WS-EXT-KEY TO WS-CUR-KEY.
005160     IF WS-HCUR-KEY < WS-CUR-KEY
005161         MOVE WS-HCUR-KEY TO WS-CUR-KEY
005162     END-IF.
005163     PERFORM 2050-LOWEST-AGING-KEY
005164                                 THRU 2050-LOWEST-AGING-KEY-EXIT
005165         VARYING WS-SUB-IX FROM 1 BY 1
005166         UNTIL WS-SUB-IX > WS-SUB-COUNT.
005167     MOVE 'N' TO WS-ON-EXT-SW.
005168     IF WS-EXT-KEY = WS-CUR-KEY
005170         MOVE 'Y' TO WS-ON-EXT-SW
005180     END-IF.
005190     PERFORM 2535-POSITION-HISTPRE
005200                                 THRU 2535-POSITION-HISTPRE-EXIT
005210         UNTIL WS-HPRE-KEY NOT < WS-CUR-KEY.
005220     PERFORM 2100-BACK-OUT-HISTORY
005230                                 THRU 2100-BACK-OUT-HISTORY-EXIT.
005234     MOVE ZERO TO WS-AGE-HITS.
005238     PERFORM 2200-BACK-OUT-AGING THRU 2200-BACK-OUT-AGING-EXIT
005242         VARYING WS-SUB-IX FROM 1 BY 1
005246         UNTIL WS-SUB-IX > WS-SUB-COUNT.
005250     IF WS-ON-EXT
005260         PERFORM 2300-WRITE-REVERSAL
005270                                 THRU 2300-WRITE-REVERSAL-EXIT
005280         PERFORM 2510-READ-EXTFILE
005290                                 THRU 2510-READ-EXTFILE-EXIT
005300     END-IF.
005310 2000-PROCESS-ACCOUNT-EXIT.
005320     EXIT.
005330
005331*----------------------------------------------------------------*
005332* 2050-LOWEST-AGING-KEY - TAKE SUBSCRIBER WS-SUB-IX'S AGING KEY
005333*     WHEN IT IS LOWER THAN THE ACCOUNT IN HAND
005334*----------------------------------------------------------------*
005335 2050-LOWEST-AGING-KEY.
005336     IF WS-SUB-AGE-KEY (WS-SUB-IX) < WS-CUR-KEY
005337         MOVE WS-SUB-AGE-KEY (WS-SUB-IX) TO WS-CUR-KEY
005338     END-IF.
005339 2050-LOWEST-AGING-KEY-EXIT.
005340     EXIT.
005343
005346*----------------------------------------------------------------*
005350* 2100-BACK-OUT-HISTORY - AN ENTRY THE RUN STAMPED (LAST EXTRACT
005360*     DATE = RUN DATE) FOR AN ACCOUNT ON ITS EXTRACT GOES BACK TO
005370*     THE PRE-RUN ENTRY, OR IS DROPPED WHEN THERE WAS NONE.  ANY
005380*     OTHER ENTRY IS COPIED.  AN ENTRY DATED THE RUN DATE FOR AN
005390*     ACCOUNT NOT ON THE EXTRACT IS LEFT ALONE AND REPORTED.
005400*----------------------------------------------------------------*
005410 2100-BACK-OUT-HISTORY.
005420     MOVE SPACE TO WS-HIST-ACTION.
005430     IF WS-HCUR-KEY NOT = WS-CUR-KEY
005440         IF WS-ON-EXT
005450             ADD 1 TO WS-HIST-MISSING
005460             MOVE 'NOT ON HISTORY' TO WS-HIST-ACTION
005470         END-IF
005480         GO TO 2100-BACK-OUT-HISTORY-EXIT
005490     END-IF.
005500     IF NOT WS-ON-EXT
005510         IF CC-HIST-LAST-EXT-DATE = WS-RUN-DATE
005520             ADD 1 TO WS-HIST-STRAY
005530             MOVE 'HISTORY DATED RUN DATE, NOT ON EXTRACT'
005540                 TO WS-NOTE-TEXT
005550             PERFORM 5200-PRINT-NOTE THRU 5200-PRINT-NOTE-EXIT
005560         END-IF
005570         WRITE HIST-OUT-REC FROM CC-HIST-REC
005580         ADD 1 TO WS-HIST-OUT
005590         GO TO 2100-BACK-OUT-NEXT
005600     END-IF.
005610     IF CC-HIST-LAST-EXT-DATE NOT = WS-RUN-DATE
005620         ADD 1 TO WS-HIST-OTHER-DATE
005630         MOVE 'KEPT - NOT RUN DATE' TO WS-HIST-ACTION
005640         WRITE HIST-OUT-REC FROM CC-HIST-REC
005650         ADD 1 TO WS-HIST-OUT
005660         GO TO 2100-BACK-OUT-NEXT
005670     END-IF.
005680     IF WS-HPRE-KEY = WS-CUR-KEY
005690         ADD 1 TO WS-HIST-RESTORED
005700         MOVE WS-PRE-LAST-EXT-DATE TO WS-RPT-RUN-DATE
005710         MOVE SPACE TO WS-HIST-ACTION
005720         STRING 'RESTORED ' WS-RPT-RUN-MM '/' WS-RPT-RUN-DD '/'
005730                WS-RPT-RUN-CC WS-RPT-RUN-YY
005740                DELIMITED BY SIZE INTO WS-HIST-ACTION
005750         WRITE HIST-OUT-REC FROM WS-PRE-HIST
005760         ADD 1 TO WS-HIST-OUT
005770     ELSE
005780         ADD 1 TO WS-HIST-REMOVED
005790         MOVE 'REMOVED' TO WS-HIST-ACTION
005800     END-IF.
005810 2100-BACK-OUT-NEXT.
005820     PERFORM 2520-READ-HISTCUR   THRU 2520-READ-HISTCUR-EXIT.
005830 2100-BACK-OUT-HISTORY-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870* 2200-BACK-OUT-AGING - SUBSCRIBER WS-SUB-IX'S AGING FILE.  AN
005880*     ITEM FOR AN ACCOUNT ON THE EXTRACT THAT WAS FIRST SENT ON
005890*     THE RUN DATE IS DROPPED.  AN ITEM STILL WAITING FROM AN
005900*     EARLIER EXTRACT IS KEPT - THE ACKNOWLEDGMENT RUN MERGED THE
005910*     RUN'S DETAIL INTO IT.  AN ITEM SENT ON THE RUN DATE FOR AN
005920*     ACCOUNT NOT ON THE EXTRACT IS KEPT AND REPORTED.
005930*----------------------------------------------------------------*
005940 2200-BACK-OUT-AGING.
005950     MOVE SPACE TO WS-SUB-AGE-ACTION (WS-SUB-IX).
005960     IF WS-SUB-AGE-KEY (WS-SUB-IX) NOT = WS-CUR-KEY
005970         IF WS-ON-EXT
005980             ADD 1 TO WS-SUB-AGE-MISSING (WS-SUB-IX)
005990             MOVE 'NOT AGING' TO WS-SUB-AGE-ACTION (WS-SUB-IX)
006000         END-IF
006010         GO TO 2200-BACK-OUT-AGING-EXIT
006020     END-IF.
006025     MOVE WS-SUB-AGE-REC (WS-SUB-IX) TO CC-AGE-REC.
006030     IF WS-ON-EXT AND CC-AGE-SENT-DATE = WS-RUN-DATE
006040         ADD 1 TO WS-SUB-AGE-REMOVED (WS-SUB-IX)
006050         MOVE 'REMOVED' TO WS-SUB-AGE-ACTION (WS-SUB-IX)
006055         ADD 1 TO WS-AGE-HITS
006060         GO TO 2200-BACK-OUT-NEXT
006070     END-IF.
006080     IF WS-ON-EXT
006090         ADD 1 TO WS-SUB-AGE-EARLIER (WS-SUB-IX)
006100         MOVE 'EARLIER SEND' TO WS-SUB-AGE-ACTION (WS-SUB-IX)
006105         ADD 1 TO WS-AGE-HITS
006110     ELSE
006120     IF CC-AGE-SENT-DATE = WS-RUN-DATE
006130         ADD 1 TO WS-SUB-AGE-STRAY (WS-SUB-IX)
006135         ADD 1 TO WS-AGE-STRAY
006140         MOVE 'AGING ITEM SENT RUN DATE, NOT ON EXTRACT'
006150             TO WS-NOTE-TEXT
006155         MOVE WS-SUB-ID (WS-SUB-IX) TO WS-NOTE-SUB-ID
006160         PERFORM 5200-PRINT-NOTE THRU 5200-PRINT-NOTE-EXIT
006165         MOVE SPACE TO WS-NOTE-SUB-ID
006170     END-IF END-IF.
006180     PERFORM 2550-WRITE-AGEOUT   THRU 2550-WRITE-AGEOUT-EXIT.
006200 2200-BACK-OUT-NEXT.
006210     PERFORM 2540-READ-AGEIN     THRU 2540-READ-AGEIN-EXIT.
006220 2200-BACK-OUT-AGING-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------*
006260* 2300-WRITE-REVERSAL - CANCEL ONE DETAIL THE RUN SENT, AND LIST
006270*     IT WITH WHAT WAS DONE TO ITS HISTORY AND AGING ENTRIES
006280*----------------------------------------------------------------*
006290 2300-WRITE-REVERSAL.
006300     MOVE SPACE TO CC-EXT-REC.
006310     MOVE 'R' TO CC-EXT-REC-TYPE.
006320     MOVE WS-EXT-ACCT-NO     TO CC-EXT-REV-ACCT-NO.
006330     MOVE WS-EXT-TEST-VALUE  TO CC-EXT-REV-TEST-VALUE.
006340     MOVE WS-EXT-CATEGORY-CD TO CC-EXT-REV-CATEGORY-CD.
006350     MOVE WS-EXT-EFF-DATE    TO CC-EXT-REV-EFF-DATE.
006360     MOVE WS-EXT-CUST-NAME   TO CC-EXT-REV-CUST-NAME.
006370     MOVE WS-EXT-BRANCH-CD   TO CC-EXT-REV-BRANCH-CD.
006380     MOVE WS-RUN-DATE        TO CC-EXT-REV-ORIG-DATE.
006390     WRITE CC-EXT-REC.
006400     ADD 1 TO WS-REV-COUNT.
006410     ADD WS-EXT-ACCT-NO    TO WS-REV-HASH.
006420     ADD WS-EXT-TEST-VALUE TO WS-REV-HASH.
006430     PERFORM 5100-PRINT-ITEM     THRU 5100-PRINT-ITEM-EXIT.
006440 2300-WRITE-REVERSAL-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480* 2510-READ-EXTFILE - READ THE NEXT EXTRACT DETAIL, KEEPING THE
006490*     TRAILER WHEN IT GOES BY
006500*----------------------------------------------------------------*
006510 2510-READ-EXTFILE.
006520     PERFORM 2515-READ-EXT-RECORD
006530                                 THRU 2515-READ-EXT-RECORD-EXIT.
006540     PERFORM 2515-READ-EXT-RECORD
006550                                 THRU 2515-READ-EXT-RECORD-EXIT
006560         UNTIL WS-EXT-EOF OR WS-EXT-IS-DETAIL.
006570     IF WS-EXT-EOF
006580         MOVE HIGH-VALUES TO WS-EXT-KEY
006590     ELSE
006600         MOVE WS-EXT-ACCT-NO TO WS-EXT-KEY
006610     END-IF.
006620 2510-READ-EXTFILE-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------------*
006660* 2515-READ-EXT-RECORD - READ ONE EXTRACT RECORD OF ANY TYPE
006670*----------------------------------------------------------------*
006680 2515-READ-EXT-RECORD.
006690     READ EXTFILE INTO WS-EXT-IN
006700         AT END
006710             MOVE 'Y' TO WS-EXT-EOF-SW
006720     END-READ.
006730     IF NOT WS-EXT-EOF AND WS-EXT-IS-TRAILER
006740         MOVE 'Y' TO WS-TRL-SEEN-SW
006750         MOVE WS-EXT-TRL-COUNT     TO WS-TRL-COUNT
006760         MOVE WS-EXT-TRL-HASH      TO WS-TRL-HASH
006770         MOVE WS-EXT-TRL-SOURCE-ID TO WS-TRL-SOURCE-ID
006780         MOVE WS-EXT-TRL-BUS-DATE  TO WS-TRL-BUS-DATE
006790         MOVE WS-EXT-TRL-SEQ-NO    TO WS-TRL-SEQ-NO
006800     END-IF.
006810 2515-READ-EXT-RECORD-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------*
006850* 2520-READ-HISTCUR - READ THE NEXT CURRENT HISTORY ENTRY
006860*----------------------------------------------------------------*
006870 2520-READ-HISTCUR.
006880     READ HISTCUR
006890         AT END
006900             MOVE 'Y' TO WS-HCUR-EOF-SW
006910     END-READ.
006920     IF WS-HCUR-EOF
006930         MOVE HIGH-VALUES TO WS-HCUR-KEY
006940     ELSE
006950         ADD 1 TO WS-HIST-IN
006960         MOVE CC-HIST-ACCT-NO TO WS-HCUR-KEY
006970     END-IF.
006980 2520-READ-HISTCUR-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------*
007020* 2530-READ-HISTPRE - READ THE NEXT PRE-RUN HISTORY ENTRY
007030*----------------------------------------------------------------*
007040 2530-READ-HISTPRE.
007050     READ HISTPRE INTO WS-PRE-HIST
007060         AT END
007070             MOVE 'Y' TO WS-HPRE-EOF-SW
007080     END-READ.
007090     IF WS-HPRE-EOF
007100         MOVE HIGH-VALUES TO WS-HPRE-KEY
007110     ELSE
007120         MOVE WS-PRE-ACCT-NO TO WS-HPRE-KEY
007130     END-IF.
007140 2530-READ-HISTPRE-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180* 2535-POSITION-HISTPRE - PASS OVER A PRE-RUN ENTRY BEHIND THE
007190*     ACCOUNT IN HAND.  THE PRE-RUN GENERATION IS ONLY LOOKED UP,
007200*     NEVER COPIED.
007210*----------------------------------------------------------------*
007220 2535-POSITION-HISTPRE.
007230     PERFORM 2530-READ-HISTPRE   THRU 2530-READ-HISTPRE-EXIT.
007240 2535-POSITION-HISTPRE-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------*
007280* 2540-READ-AGEIN - READ SUBSCRIBER WS-SUB-IX'S NEXT AGING ITEM.
007282*     AN ITEM STAMPED FOR ANOTHER SUBSCRIBER MEANS THE AGING FILE
007284*     ON THE SLOT IS NOT THIS SUBSCRIBER'S, AND STOPS THE BACKOUT.
007286*     AN UNSTAMPED ITEM PREDATES THE SUBSCRIBER TABLE AND STANDS.
007290*----------------------------------------------------------------*
007300 2540-READ-AGEIN.
007301     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
007302         WHEN 1
007303             READ AGEIN01 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007304                 AT END
007305                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007306             END-READ
007307         WHEN 2
007308             READ AGEIN02 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007309                 AT END
007310                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007311             END-READ
007312         WHEN 3
007313             READ AGEIN03 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007314                 AT END
007315                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007316             END-READ
007317         WHEN 4
007318             READ AGEIN04 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007319                 AT END
007320                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007321             END-READ
007322         WHEN 5
007323             READ AGEIN05 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007324                 AT END
007325                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007326             END-READ
007327         WHEN 6
007328             READ AGEIN06 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007329                 AT END
007330                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007331             END-READ
007332         WHEN 7
007333             READ AGEIN07 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007334                 AT END
007335                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007336             END-READ
007337         WHEN 8
007338             READ AGEIN08 INTO WS-SUB-AGE-REC (WS-SUB-IX)
007339                 AT END
007340                     MOVE 'Y' TO WS-SUB-AGE-EOF-SW (WS-SUB-IX)
007341             END-READ
007342     END-EVALUATE.
007350     IF WS-SUB-AGE-EOF (WS-SUB-IX)
007360         MOVE HIGH-VALUES TO WS-SUB-AGE-KEY (WS-SUB-IX)
007363         SUBTRACT 1 FROM WS-AGE-OPEN
007366         GO TO 2540-READ-AGEIN-EXIT
007369     END-IF.
007372     MOVE WS-SUB-AGE-REC (WS-SUB-IX) TO CC-AGE-REC.
007375     IF CC-AGE-SUB-ID NOT = SPACE
007378             AND CC-AGE-SUB-ID NOT = WS-SUB-ID (WS-SUB-IX)
007381         DISPLAY 'CCBKOUT - AGEIN' WS-SUB-SLOT (WS-SUB-IX)
007384                 ' HOLDS AN ITEM FOR SUBSCRIBER ' CC-AGE-SUB-ID
007387                 ', NOT ' WS-SUB-ID (WS-SUB-IX) ' - ABORT'
007390         MOVE 16 TO RETURN-CODE
007393         STOP RUN
007396     END-IF.
007399     ADD 1 TO WS-SUB-AGE-IN (WS-SUB-IX).
007402     MOVE CC-AGE-ACCT-NO TO WS-SUB-AGE-KEY (WS-SUB-IX).
007410 2540-READ-AGEIN-EXIT.
007420     EXIT.
007421
007422*----------------------------------------------------------------*
007423* 2550-WRITE-AGEOUT - CARRY THE AGING ITEM IN HAND TO SUBSCRIBER
007424*     WS-SUB-IX'S NEW AGING GENERATION
007425*----------------------------------------------------------------*
007426 2550-WRITE-AGEOUT.
007427     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
007428         WHEN 1
007429             WRITE AGEOUT01-REC FROM CC-AGE-REC
007430         WHEN 2
007431             WRITE AGEOUT02-REC FROM CC-AGE-REC
007432         WHEN 3
007433             WRITE AGEOUT03-REC FROM CC-AGE-REC
007434         WHEN 4
007435             WRITE AGEOUT04-REC FROM CC-AGE-REC
007436         WHEN 5
007437             WRITE AGEOUT05-REC FROM CC-AGE-REC
007438         WHEN 6
007439             WRITE AGEOUT06-REC FROM CC-AGE-REC
007440         WHEN 7
007441             WRITE AGEOUT07-REC FROM CC-AGE-REC
007442         WHEN 8
007443             WRITE AGEOUT08-REC FROM CC-AGE-REC
007444     END-EVALUATE.
007445     ADD 1 TO WS-SUB-AGE-OUT (WS-SUB-IX).
007446 2550-WRITE-AGEOUT-EXIT.
007447     EXIT.
007448
007449*----------------------------------------------------------------*
007450* 5030-PRINT-PAGE-HEAD - NEW PAGE OF THE BACKOUT REPORT
007460*----------------------------------------------------------------*
007470 5030-PRINT-PAGE-HEAD.
007480     ADD 1 TO WS-PAGE-NO.
007490     MOVE WS-CURR-DATE TO WS-RPT-DATE.
007500     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
007510     MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED.
007520     MOVE SPACE TO WS-PRT-LINE.
007530     STRING '1CCBKOUT BACKOUT OF RUN ' WS-RPT-RUN-MM '/'
007540            WS-RPT-RUN-DD '/' WS-RPT-RUN-CC WS-RPT-RUN-YY
007550            ' - ' WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
007560            WS-RPT-DATE-CC WS-RPT-DATE-YY
007570            '  PAGE ' WS-RPT-PAGE-ED
007580            DELIMITED BY SIZE INTO WS-PRT-LINE.
007590     WRITE RPT-LINE FROM WS-PRT-LINE.
007600     MOVE SPACE TO WS-PRT-LINE.
007610     WRITE RPT-LINE FROM WS-PRT-LINE.
007620     MOVE SPACE TO WS-PRT-LINE.
007630     STRING ' ACCT-NO  CAT VAL CUSTOMER NAME        HISTORY'
007640            '             AGING'
007650            DELIMITED BY SIZE INTO WS-PRT-LINE.
007660     WRITE RPT-LINE FROM WS-PRT-LINE.
007670     MOVE SPACE TO WS-PRT-LINE.
007680     WRITE RPT-LINE FROM WS-PRT-LINE.
007690     MOVE 4 TO WS-LINE-CNT.
007700 5030-PRINT-PAGE-HEAD-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------------*
007740* 5100-PRINT-ITEM - ONE REVERSED ITEM AND WHAT WAS DONE WITH IT.
007742*     EACH SUBSCRIBER AGING THE ITEM GETS A LINE OF ITS OWN
007744*     UNDERNEATH; THE ITEM'S OWN AGING COLUMN SAYS NOT AGING ONLY
007746*     WHEN NO SUBSCRIBER HAD IT.
007750*----------------------------------------------------------------*
007760 5100-PRINT-ITEM.
007770     IF WS-LINE-CNT NOT < WS-PAGE-LINES-MAX
007780         PERFORM 5030-PRINT-PAGE-HEAD
007790                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
007800     END-IF.
007810     MOVE WS-EXT-TEST-VALUE TO WS-RPT-TEST-ED.
007812     MOVE SPACE TO WS-AGE-ACTION.
007814     IF WS-AGE-HITS = ZERO
007816         MOVE 'NOT AGING' TO WS-AGE-ACTION
007818     END-IF.
007820     MOVE SPACE TO WS-PRT-LINE.
007830     STRING ' ' WS-CUR-KEY '  ' WS-EXT-CATEGORY-CD ' '
007840            WS-RPT-TEST-ED ' ' WS-EXT-CUST-NAME ' '
007850            WS-HIST-ACTION ' ' WS-AGE-ACTION
007860            DELIMITED BY SIZE INTO WS-PRT-LINE.
007870     WRITE RPT-LINE FROM WS-PRT-LINE.
007880     ADD 1 TO WS-LINE-CNT.
007882     PERFORM 5110-PRINT-ITEM-AGING
007884                                 THRU 5110-PRINT-ITEM-AGING-EXIT
007886         VARYING WS-SUB-IX FROM 1 BY 1
007888         UNTIL WS-SUB-IX > WS-SUB-COUNT.
007890 5100-PRINT-ITEM-EXIT.
007900     EXIT.
007901
007902*----------------------------------------------------------------*
007903* 5110-PRINT-ITEM-AGING - SUBSCRIBER WS-SUB-IX'S AGING ACTION FOR
007904*     THE ITEM, WHEN IT HAD ONE
007905*----------------------------------------------------------------*
007906 5110-PRINT-ITEM-AGING.
007907     IF WS-SUB-AGE-ACTION (WS-SUB-IX) = SPACE
007908             OR WS-SUB-AGE-ACTION (WS-SUB-IX) = 'NOT AGING'
007909         GO TO 5110-PRINT-ITEM-AGING-EXIT
007910     END-IF.
007911     IF WS-LINE-CNT NOT < WS-PAGE-LINES-MAX
007912         PERFORM 5030-PRINT-PAGE-HEAD
007913                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
007914     END-IF.
007915     MOVE WS-SUB-ID (WS-SUB-IX)         TO WS-ASL-SUB-ID.
007916     MOVE WS-SUB-AGE-ACTION (WS-SUB-IX) TO WS-ASL-ACTION.
007917     WRITE RPT-LINE FROM WS-AGE-SUB-LINE.
007918     ADD 1 TO WS-LINE-CNT.
007919 5110-PRINT-ITEM-AGING-EXIT.
007920     EXIT.
007921
007922*----------------------------------------------------------------*
007930* 5200-PRINT-NOTE - AN ENTRY NOT ON THE EXTRACT THAT CARRIES THE
007940*     RUN DATE.  IT IS LEFT AS IT IS FOR SOMEONE TO LOOK AT, AND
007950*     THE BACKOUT ENDS RC=4.
007960*----------------------------------------------------------------*
007970 5200-PRINT-NOTE.
007980     IF WS-LINE-CNT NOT < WS-PAGE-LINES-MAX
007990         PERFORM 5030-PRINT-PAGE-HEAD
008000                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
008010     END-IF.
008020     MOVE SPACE TO WS-PRT-LINE.
008030     STRING ' ' WS-CUR-KEY '  *** ' WS-NOTE-TEXT
008035            ' ' WS-NOTE-SUB-ID
008040            DELIMITED BY SIZE INTO WS-PRT-LINE.
008050     WRITE RPT-LINE FROM WS-PRT-LINE.
008060     ADD 1 TO WS-LINE-CNT.
008070 5200-PRINT-NOTE-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------*
008110* 7000-PRINT-SUMMARY - CLOSING PAGE.  THE REVERSALS MUST AGREE
008120*     WITH THE ORIGINAL TRAILER (COUNT AND HASH) AND THE RUN
008130*     CONTROL COUNTS, AND EVERY REVERSAL MUST BE ACCOUNTED FOR ON
008140*     THE HISTORY AND THE AGING FILE.
008150*----------------------------------------------------------------*
008160 7000-PRINT-SUMMARY.
008170     MOVE WS-CURR-DATE TO WS-RPT-DATE.
008180     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
008190     MOVE SPACE TO WS-PRT-LINE.
008200     STRING '1CCBKOUT BACKOUT SUMMARY - RUN ' WS-RPT-RUN-MM '/'
008210            WS-RPT-RUN-DD '/' WS-RPT-RUN-CC WS-RPT-RUN-YY
008220            ' REVERSED ' WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
008230            WS-RPT-DATE-CC WS-RPT-DATE-YY
008240            DELIMITED BY SIZE INTO WS-PRT-LINE.
008250     WRITE RPT-LINE FROM WS-PRT-LINE.
008260     MOVE SPACE TO WS-PRT-LINE.
008270     WRITE RPT-LINE FROM WS-PRT-LINE.
008280     PERFORM 7100-BALANCE-CANCEL THRU 7100-BALANCE-CANCEL-EXIT.
008290     PERFORM 7200-BALANCE-HISTORY
008300                                 THRU 7200-BALANCE-HISTORY-EXIT.
008310     PERFORM 7300-BALANCE-AGING  THRU 7300-BALANCE-AGING-EXIT.
008320     MOVE SPACE TO WS-PRT-LINE.
008330     WRITE RPT-LINE FROM WS-PRT-LINE.
008340     MOVE SPACE TO WS-PRT-LINE.
008350     IF WS-BALANCED
008360         MOVE ' BACKOUT IN BALANCE - RUN CONTROL MARKED REVERSED'
008370             TO WS-PRT-LINE
008380     ELSE
008390         STRING ' *** BACKOUT OUT OF BALANCE - RUN CONTROL NOT'
008400                ' MARKED'
008410                DELIMITED BY SIZE INTO WS-PRT-LINE
008420     END-IF.
008430     WRITE RPT-LINE FROM WS-PRT-LINE.
008440 7000-PRINT-SUMMARY-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------*
008480* 7100-BALANCE-CANCEL - REVERSALS AGAINST THE ORIGINAL EXTRACT
008490*     TRAILER AND THE RUN CONTROL RECORDS
008500*----------------------------------------------------------------*
008510 7100-BALANCE-CANCEL.
008520     MOVE 'DETAILS REVERSED . . . . . . . . ' TO WS-SUM-LABEL.
008530     MOVE WS-REV-COUNT TO WS-RPT-COUNT-ED.
008540     PERFORM 7900-PRINT-COUNT-LINE
008550                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008560     MOVE 'ORIGINAL TRAILER COUNT . . . . . ' TO WS-SUM-LABEL.
008570     MOVE WS-TRL-COUNT TO WS-RPT-COUNT-ED.
008580     PERFORM 7900-PRINT-COUNT-LINE
008590                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008600     MOVE 'RUN CONTROL - MATCHED  . . . . . ' TO WS-SUM-LABEL.
008610     MOVE WS-CTL-MATCH-TOTAL TO WS-RPT-COUNT-ED.
008620     PERFORM 7900-PRINT-COUNT-LINE
008630                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008640     MOVE 'RUN CONTROL - FORCED ELIGIBLE  . ' TO WS-SUM-LABEL.
008650     MOVE WS-CTL-OVRD-ELIG-TOTAL TO WS-RPT-COUNT-ED.
008660     PERFORM 7900-PRINT-COUNT-LINE
008670                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008680     MOVE 'RUN CONTROL RECORDS MARKED . . . ' TO WS-SUM-LABEL.
008690     MOVE WS-CTL-COUNTS-RECS TO WS-RPT-COUNT-ED.
008700     PERFORM 7900-PRINT-COUNT-LINE
008710                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008720     MOVE 'REVERSAL HASH TOTAL  . . . . . . ' TO WS-SUM-LABEL.
008730     MOVE WS-REV-HASH TO WS-RPT-HASH-ED.
008740     PERFORM 7910-PRINT-HASH-LINE
008750                                 THRU 7910-PRINT-HASH-LINE-EXIT.
008760     MOVE 'ORIGINAL TRAILER HASH TOTAL  . . ' TO WS-SUM-LABEL.
008770     MOVE WS-TRL-HASH TO WS-RPT-HASH-ED.
008780     PERFORM 7910-PRINT-HASH-LINE
008790                                 THRU 7910-PRINT-HASH-LINE-EXIT.
008800     MOVE SPACE TO WS-PRT-LINE.
008810     IF NOT WS-TRL-SEEN
008820         MOVE 'N' TO WS-BALANCED-SW
008830         MOVE ' *** ORIGINAL EXTRACT HAS NO TRAILER'
008840             TO WS-PRT-LINE
008850     ELSE
008860     IF WS-REV-COUNT = WS-TRL-COUNT
008870             AND WS-REV-COUNT = WS-CTL-EXT-TOTAL
008880             AND WS-REV-HASH = WS-TRL-HASH
008890         MOVE ' REVERSALS AGREE WITH THE TRAILER AND RUN CONTROL'
008900             TO WS-PRT-LINE
008910     ELSE
008920         MOVE 'N' TO WS-BALANCED-SW
008930         STRING ' *** REVERSALS DO NOT AGREE WITH THE TRAILER AND'
008940                ' RUN CONTROL'
008950                DELIMITED BY SIZE INTO WS-PRT-LINE
008960     END-IF END-IF.
008970     WRITE RPT-LINE FROM WS-PRT-LINE.
008980     MOVE SPACE TO WS-PRT-LINE.
008990     WRITE RPT-LINE FROM WS-PRT-LINE.
009000 7100-BALANCE-CANCEL-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------*
009040* 7200-BALANCE-HISTORY - EVERY REVERSAL IS RESTORED, REMOVED,
009050*     KEPT, OR MISSING ON THE HISTORY, AND THE NEW GENERATION IS
009060*     THE OLD LESS THE ENTRIES REMOVED
009070*----------------------------------------------------------------*
009080 7200-BALANCE-HISTORY.
009090     MOVE 'HISTORY ENTRIES IN . . . . . . . ' TO WS-SUM-LABEL.
009100     MOVE WS-HIST-IN TO WS-RPT-COUNT-ED.
009110     PERFORM 7900-PRINT-COUNT-LINE
009120                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009130     MOVE '  RESTORED TO PRE-RUN DATE . . . ' TO WS-SUM-LABEL.
009140     MOVE WS-HIST-RESTORED TO WS-RPT-COUNT-ED.
009150     PERFORM 7900-PRINT-COUNT-LINE
009160                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009170     MOVE '  REMOVED - FIRST EXTRACT  . . . ' TO WS-SUM-LABEL.
009180     MOVE WS-HIST-REMOVED TO WS-RPT-COUNT-ED.
009190     PERFORM 7900-PRINT-COUNT-LINE
009200                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009210     MOVE '  KEPT - NOT DATED RUN DATE  . . ' TO WS-SUM-LABEL.
009220     MOVE WS-HIST-OTHER-DATE TO WS-RPT-COUNT-ED.
009230     PERFORM 7900-PRINT-COUNT-LINE
009240                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009250     MOVE '  REVERSAL NOT ON HISTORY  . . . ' TO WS-SUM-LABEL.
009260     MOVE WS-HIST-MISSING TO WS-RPT-COUNT-ED.
009270     PERFORM 7900-PRINT-COUNT-LINE
009280                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009290     MOVE '  RUN DATE, NOT ON EXTRACT . . . ' TO WS-SUM-LABEL.
009300     MOVE WS-HIST-STRAY TO WS-RPT-COUNT-ED.
009310     PERFORM 7900-PRINT-COUNT-LINE
009320                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009330     MOVE 'HISTORY ENTRIES OUT  . . . . . . ' TO WS-SUM-LABEL.
009340     MOVE WS-HIST-OUT TO WS-RPT-COUNT-ED.
009350     PERFORM 7900-PRINT-COUNT-LINE
009360                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
009370     ADD WS-HIST-RESTORED WS-HIST-REMOVED WS-HIST-OTHER-DATE
009380         WS-HIST-MISSING GIVING WS-CHECK-TOTAL.
009390     MOVE SPACE TO WS-PRT-LINE.
009400     IF WS-CHECK-TOTAL = WS-REV-COUNT
009410             AND WS-HIST-OUT + WS-HIST-REMOVED = WS-HIST-IN
009420         MOVE ' HISTORY IN BALANCE WITH THE REVERSALS'
009430             TO WS-PRT-LINE
009440     ELSE
009450         MOVE 'N' TO WS-BALANCED-SW
009460         MOVE ' *** HISTORY OUT OF BALANCE WITH THE REVERSALS'
009470             TO WS-PRT-LINE
009480     END-IF.
009490     WRITE RPT-LINE FROM WS-PRT-LINE.
009500     MOVE SPACE TO WS-PRT-LINE.
009510     WRITE RPT-LINE FROM WS-PRT-LINE.
009520 7200-BALANCE-HISTORY-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------*
009560* 7300-BALANCE-AGING - EACH SUBSCRIBER'S AGING FILE IN TURN
009570*----------------------------------------------------------------*
009580 7300-BALANCE-AGING.
009590     PERFORM 7310-BALANCE-SUB-AGING
009600                                 THRU 7310-BALANCE-SUB-AGING-EXIT
009610         VARYING WS-SUB-IX FROM 1 BY 1
009620         UNTIL WS-SUB-IX > WS-SUB-COUNT.
010000 7300-BALANCE-AGING-EXIT.
010010     EXIT.
010011
010012*----------------------------------------------------------------*
010013* 7310-BALANCE-SUB-AGING - EVERY REVERSAL IS REMOVED FROM THE
010014*     SUBSCRIBER'S AGING FILE, STILL WAITING FROM AN EARLIER SEND,
010015*     OR NOT AGING (THE DETAIL WAS NOT ROUTED TO THE SUBSCRIBER,
010016*     OR ITS ACKNOWLEDGMENT RUN HAS NOT TAKEN THE EXTRACT IN YET
010017*     OR HAS ALREADY CLEARED IT), AND THE NEW GENERATION IS THE
010018*     OLD LESS THE ITEMS REMOVED
010019*----------------------------------------------------------------*
010020 7310-BALANCE-SUB-AGING.
010021     MOVE SPACE TO WS-PRT-LINE.
010022     IF WS-SUB-IX > 1
010023         WRITE RPT-LINE FROM WS-PRT-LINE
010024     END-IF.
010025     STRING ' AGING FILE - SUBSCRIBER ' WS-SUB-ID (WS-SUB-IX)
010026            '  (AGEIN' WS-SUB-SLOT (WS-SUB-IX) ')'
010027            DELIMITED BY SIZE INTO WS-PRT-LINE.
010028     WRITE RPT-LINE FROM WS-PRT-LINE.
010029     MOVE 'AGING ITEMS IN . . . . . . . . . ' TO WS-SUM-LABEL.
010030     MOVE WS-SUB-AGE-IN (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010031     PERFORM 7900-PRINT-COUNT-LINE
010032                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010033     MOVE '  REMOVED - SENT BY THE RUN  . . ' TO WS-SUM-LABEL.
010034     MOVE WS-SUB-AGE-REMOVED (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010035     PERFORM 7900-PRINT-COUNT-LINE
010036                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010037     MOVE '  KEPT - EARLIER SEND  . . . . . ' TO WS-SUM-LABEL.
010038     MOVE WS-SUB-AGE-EARLIER (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010039     PERFORM 7900-PRINT-COUNT-LINE
010040                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010041     MOVE '  REVERSAL NOT AGING . . . . . . ' TO WS-SUM-LABEL.
010042     MOVE WS-SUB-AGE-MISSING (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010043     PERFORM 7900-PRINT-COUNT-LINE
010044                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010045     MOVE '  RUN DATE, NOT ON EXTRACT . . . ' TO WS-SUM-LABEL.
010046     MOVE WS-SUB-AGE-STRAY (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010047     PERFORM 7900-PRINT-COUNT-LINE
010048                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010049     MOVE 'AGING ITEMS OUT  . . . . . . . . ' TO WS-SUM-LABEL.
010050     MOVE WS-SUB-AGE-OUT (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010051     PERFORM 7900-PRINT-COUNT-LINE
010052                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
010053     ADD WS-SUB-AGE-REMOVED (WS-SUB-IX)
010054         WS-SUB-AGE-EARLIER (WS-SUB-IX)
010055         WS-SUB-AGE-MISSING (WS-SUB-IX)
010056         GIVING WS-CHECK-TOTAL.
010057     MOVE SPACE TO WS-PRT-LINE.
010058     IF WS-CHECK-TOTAL = WS-REV-COUNT
010059             AND WS-SUB-AGE-OUT (WS-SUB-IX)
010060               + WS-SUB-AGE-REMOVED (WS-SUB-IX)
010061               = WS-SUB-AGE-IN (WS-SUB-IX)
010062         MOVE ' AGING FILE IN BALANCE WITH THE REVERSALS'
010063             TO WS-PRT-LINE
010064     ELSE
010065         MOVE 'N' TO WS-BALANCED-SW
010066         MOVE ' *** AGING FILE OUT OF BALANCE WITH THE REVERSALS'
010067             TO WS-PRT-LINE
010068     END-IF.
010069     WRITE RPT-LINE FROM WS-PRT-LINE.
010070 7310-BALANCE-SUB-AGING-EXIT.
010071     EXIT.
010072
010073*----------------------------------------------------------------*
010074* 7900-PRINT-COUNT-LINE - ONE LABELLED COUNT ON THE SUMMARY
010075*----------------------------------------------------------------*
010076 7900-PRINT-COUNT-LINE.
010077     MOVE SPACE TO WS-PRT-LINE.
010080     STRING ' ' WS-SUM-LABEL WS-RPT-COUNT-ED
010090            DELIMITED BY SIZE INTO WS-PRT-LINE.
010100     WRITE RPT-LINE FROM WS-PRT-LINE.
010110 7900-PRINT-COUNT-LINE-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------*
010150* 7910-PRINT-HASH-LINE - ONE LABELLED HASH TOTAL ON THE SUMMARY
010160*----------------------------------------------------------------*
010170 7910-PRINT-HASH-LINE.
010180     MOVE SPACE TO WS-PRT-LINE.
010190     STRING ' ' WS-SUM-LABEL WS-RPT-HASH-ED
010200            DELIMITED BY SIZE INTO WS-PRT-LINE.
010210     WRITE RPT-LINE FROM WS-PRT-LINE.
010220 7910-PRINT-HASH-LINE-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------*
010260* 8000-FINALIZE - TRAIL THE CANCELLATION FILE, SET THE RETURN
010270*     CODE, LOG THE END OF THE RUN, AND CLOSE FILES
010280*----------------------------------------------------------------*
010290 8000-FINALIZE.
010300     MOVE SPACE TO CC-EXT-REC.
010310     MOVE 'T' TO CC-EXT-REC-TYPE.
010320     MOVE WS-REV-COUNT     TO CC-EXT-TRL-REC-COUNT.
010330     MOVE WS-REV-HASH      TO CC-EXT-TRL-DET-HASH.
010340     MOVE WS-TRL-SOURCE-ID TO CC-EXT-TRL-SOURCE-ID.
010350     MOVE WS-TRL-BUS-DATE  TO CC-EXT-TRL-BUS-DATE.
010360     MOVE WS-TRL-SEQ-NO    TO CC-EXT-TRL-SEQ-NO.
010370     MOVE ZERO             TO CC-EXT-TRL-RECV-COUNT.
010380     MOVE ZERO             TO CC-EXT-TRL-RECV-HASH.
010390     WRITE CC-EXT-REC.
010400     IF WS-HIST-STRAY > ZERO OR WS-AGE-STRAY > ZERO
010410         MOVE 4 TO RETURN-CODE
010420     END-IF.
010430     IF NOT WS-BALANCED
010440         DISPLAY 'CCBKOUT - BACKOUT OUT OF BALANCE - SEE BKRPT'
010450         MOVE 8 TO RETURN-CODE
010460     END-IF.
010470     CLOSE EXTFILE.
010480     CLOSE HISTCUR.
010490     CLOSE HISTPRE.
010510     CLOSE CANFILE.
010520     CLOSE HISTOUT.
010525     PERFORM 8100-CLOSE-AGING    THRU 8100-CLOSE-AGING-EXIT
010530         VARYING WS-SUB-IX FROM 1 BY 1
010535         UNTIL WS-SUB-IX > WS-SUB-COUNT.
010540     CLOSE BKRPT.
010550     MOVE 'E' TO WS-RLOG-TYPE.
010560     MOVE WS-REV-COUNT TO WS-RLOG-IN.
010570     MOVE WS-REV-COUNT TO WS-RLOG-OUT.
010580     MOVE RETURN-CODE  TO WS-RLOG-RC.
010590     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
010600     CLOSE RUNLOG.
010610 8000-FINALIZE-EXIT.
010620     EXIT.
010621
010622*----------------------------------------------------------------*
010623* 8100-CLOSE-AGING - CLOSE SUBSCRIBER WS-SUB-IX'S AGING FILE PAIR
010624*----------------------------------------------------------------*
010625 8100-CLOSE-AGING.
010626     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
010627         WHEN 1
010628             CLOSE AGEIN01
010629             CLOSE AGEOUT01
010630         WHEN 2
010631             CLOSE AGEIN02
010632             CLOSE AGEOUT02
010633         WHEN 3
010634             CLOSE AGEIN03
010635             CLOSE AGEOUT03
010636         WHEN 4
010637             CLOSE AGEIN04
010638             CLOSE AGEOUT04
010639         WHEN 5
010640             CLOSE AGEIN05
010641             CLOSE AGEOUT05
010642         WHEN 6
010643             CLOSE AGEIN06
010644             CLOSE AGEOUT06
010645         WHEN 7
010646             CLOSE AGEIN07
010647             CLOSE AGEOUT07
010648         WHEN 8
010649             CLOSE AGEIN08
010650             CLOSE AGEOUT08
010651     END-EVALUATE.
010652 8100-CLOSE-AGING-EXIT.
010653     EXIT.
010654
010655*----------------------------------------------------------------*
010656* 9500-WRITE-RUN-LOG - ONE START OR END RECORD ON THE SHARED RUN
010660*     LOG, TIMESTAMPED, FOR THE END-OF-DAY OPERATIONS REPORT
010670*----------------------------------------------------------------*
010680 9500-WRITE-RUN-LOG.
010690     MOVE SPACE TO CC-RLOG-REC.
010700     MOVE 'CCBKOUT' TO CC-RLOG-PGM-ID.
010710     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
010720     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
010730     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
010740     ACCEPT WS-TIME-RAW FROM TIME.
010750     COMPUTE CC-RLOG-TIMESTAMP =
010760             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
010770     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
010780     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
010790     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
010800     MOVE WS-RLOG-REST TO CC-RLOG-RESTART-IND.
010810     WRITE CC-RLOG-REC.
010820 9500-WRITE-RUN-LOG-EXIT.
010830     EXIT.
010840
010850*----------------------------------------------------------------*
010860* 9999-EXIT - COMMON PROGRAM EXIT
010870*----------------------------------------------------------------*
010880 9999-EXIT.
010890     STOP RUN.
