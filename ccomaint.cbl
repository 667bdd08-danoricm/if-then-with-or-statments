000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCOMAINT.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  BATCH MAINTENANCE UTILITY
000230*                  FOR THE ACCOUNT OVERRIDE FILE, IN THE STYLE OF
000240*                  CCAMAINT.  EACH OVTRANS TRANSACTION SELECTS A
000250*                  FUNCTION - ADD AN OVERRIDE (FORCE ELIGIBLE OR
000260*                  FORCE INELIGIBLE, WITH REASON, REQUESTING
000270*                  OFFICER, AND START/EXPIRY DATES), MOVE AN
000280*                  OVERRIDE'S EXPIRY DATE, OR DELETE IT.  THE
000290*                  TRANSACTIONS ARRIVE SORTED BY ACCOUNT NUMBER
000300*                  AND ARE MATCHED FORWARD AGAINST THE OLD FILE,
000310*                  SO THE NEW FILE IS WRITTEN IN ACCOUNT NUMBER
000320*                  ORDER WITH ONE ENTRY PER ACCOUNT - THE ORDER
000330*                  THE ELIGIBILITY RUN DEPENDS ON.  EVERY CHANGE
000340*                  IS FIELD-EDITED AND LOGGED TO OVAUDIT WITH ITS
000350*                  BEFORE AND AFTER VALUE AND THE OFFICER WHO
000360*                  ASKED FOR IT.  A TRANSACTION IN ERROR IS
000370*                  REPORTED AND IGNORED, AND THE RUN ENDS WITH
000380*                  RC=4 SO THE REJECTED MAINTENANCE IS NOTICED
000390*                  INSTEAD OF ASSUMED APPLIED.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OVTRANS    ASSIGN TO OVTRANS
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT OVRDIN     ASSIGN TO OVRDIN
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT OVRDOUT    ASSIGN TO OVRDOUT
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT OVAUDIT    ASSIGN TO OVAUDIT
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OVTRANS
000560     RECORDING MODE IS F.
000570 COPY CCOVTRN.
000580
000590 FD  OVRDIN
000600     RECORDING MODE IS F.
000610 COPY CCOVRD.
000620
000630 FD  OVRDOUT
000640     RECORDING MODE IS F.
000650 01  OVRD-OUT-REC              PIC X(80).
000660
000670 FD  OVAUDIT
000680     RECORDING MODE IS F.
000690 COPY CCOVLOG.
000700
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730* SWITCHES
000740*----------------------------------------------------------------*
000750 77  WS-TRN-EOF-SW          PIC X(01)   VALUE 'N'.
000760     88  WS-TRN-EOF                     VALUE 'Y'.
000770 77  WS-OVRD-EOF-SW         PIC X(01)   VALUE 'N'.
000780     88  WS-OVRD-EOF                    VALUE 'Y'.
000790 77  WS-HELD-SW             PIC X(01)   VALUE 'N'.
000800     88  WS-HELD                        VALUE 'Y'.
000810
000820*----------------------------------------------------------------*
000830* RUN DATE/TIME FOR THE CHANGE LOG TIMESTAMP
000840*----------------------------------------------------------------*
000850 77  WS-CURR-DATE           PIC 9(08).
000860 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
000870
000880*----------------------------------------------------------------*
000890* BEFORE/AFTER DISPLAY AREAS FOR THE CHANGE LOG.  AN OVERRIDE IS
000900* SHOWN AS ITS ACTION, START DATE, AND EXPIRY DATE.
000910*----------------------------------------------------------------*
000920 77  WS-BEFORE-ED           PIC X(20)   VALUE SPACE.
000930 77  WS-AFTER-ED            PIC X(20)   VALUE SPACE.
000940 01  WS-OVRD-ED.
000950     05  WS-OVRD-ED-ACTION  PIC X(01).
000960     05  FILLER             PIC X(01)   VALUE SPACE.
000970     05  WS-OVRD-ED-START   PIC 9(08).
000980     05  FILLER             PIC X(01)   VALUE SPACE.
000990     05  WS-OVRD-ED-EXPIRY  PIC 9(08).
001000     05  FILLER             PIC X(01)   VALUE SPACE.
001010
001020*----------------------------------------------------------------*
001030* LAST TRANSACTION KEY SEEN - THE TRANSACTIONS MUST ARRIVE IN
001040* ACCOUNT NUMBER ORDER OR THE FORWARD MATCH AGAINST THE OLD FILE
001050* (AND THE ORDER OF THE NEW FILE) FALLS APART.
001060*----------------------------------------------------------------*
001070 77  WS-PREV-TRN-ACCT       PIC 9(07)   VALUE ZERO.
001080
001090*----------------------------------------------------------------*
001100* THE OVERRIDE CURRENTLY STAGED FOR MAINTENANCE.  STAGED HERE AND
001110* NOT IN THE OVRDIN RECORD AREA, WHICH STILL HOLDS THE NEXT
001120* UNPROCESSED OVERRIDE WHILE SEVERAL TRANSACTIONS IN A ROW WORK
001130* THE SAME ACCOUNT.  WRITTEN TO THE NEW FILE WHEN THE
001140* TRANSACTIONS MOVE PAST ITS KEY - UNLESS A DELETE DROPPED IT.
001150*----------------------------------------------------------------*
001160 01  WS-NEW-OVRD.
001170     05  WS-NEW-ACCT-NO     PIC 9(07).
001180     05  WS-NEW-ACTION      PIC X(01).
001190     05  WS-NEW-REASON      PIC X(30).
001200     05  WS-NEW-OFFICER-CD  PIC X(04).
001210     05  WS-NEW-START-DATE  PIC 9(08).
001220     05  WS-NEW-EXPIRY-DATE PIC 9(08).
001230     05  FILLER             PIC X(22).
001240
001250*----------------------------------------------------------------*
001260* RUN CONTROL COUNTERS FOR THE END-OF-RUN SUMMARY
001270*----------------------------------------------------------------*
001280 77  WS-TRN-READ            PIC 9(07)   VALUE ZERO   COMP.
001290 77  WS-OVRD-IN-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001300 77  WS-OVRD-OUT-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001310 77  WS-ADD-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001320 77  WS-CHG-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001330 77  WS-DEL-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001340 77  WS-ERR-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001350
001360 PROCEDURE DIVISION.
001370*================================================================*
001380* 0000-MAINLINE
001390*================================================================*
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001420     PERFORM 2000-PROCESS-OVTRANS
001430                                 THRU 2000-PROCESS-OVTRANS-EXIT
001440         UNTIL WS-TRN-EOF.
001450     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001460     GO TO 9999-EXIT.
001470
001480*----------------------------------------------------------------*
001490* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS
001500*----------------------------------------------------------------*
001510 1000-INITIALIZE.
001520     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001530     OPEN INPUT  OVTRANS.
001540     OPEN INPUT  OVRDIN.
001550     OPEN OUTPUT OVRDOUT.
001560     OPEN OUTPUT OVAUDIT.
001570     DISPLAY 'CCOMAINT - ACCOUNT OVERRIDE MAINTENANCE'.
001580     PERFORM 2510-READ-OVRDIN    THRU 2510-READ-OVRDIN-EXIT.
001590     PERFORM 2100-READ-OVTRANS   THRU 2100-READ-OVTRANS-EXIT.
001600 1000-INITIALIZE-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------------*
001640* 2000-PROCESS-OVTRANS - APPLY ONE MAINTENANCE TRANSACTION AND
001650*     READ THE NEXT ONE.
001660*----------------------------------------------------------------*
001670 2000-PROCESS-OVTRANS.
001680     PERFORM 2200-APPLY-TRANSACTION
001690                           THRU 2200-APPLY-TRANSACTION-EXIT.
001700     PERFORM 2100-READ-OVTRANS   THRU 2100-READ-OVTRANS-EXIT.
001710 2000-PROCESS-OVTRANS-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------------*
001750* 2100-READ-OVTRANS - READ THE NEXT MAINTENANCE TRANSACTION
001760*----------------------------------------------------------------*
001770 2100-READ-OVTRANS.
001780     READ OVTRANS
001790         AT END
001800             MOVE 'Y' TO WS-TRN-EOF-SW
001810     END-READ.
001820     IF NOT WS-TRN-EOF
001830         ADD 1 TO WS-TRN-READ
001840     END-IF.
001850 2100-READ-OVTRANS-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------------*
001890* 2200-APPLY-TRANSACTION - EDIT THE TRANSACTION KEY AND FUNCTION,
001900*     POSITION THE OLD FILE AT ITS ACCOUNT, AND ROUTE IT TO THE
001910*     PARAGRAPH THAT HANDLES ITS FUNCTION.
001920*----------------------------------------------------------------*
001930 2200-APPLY-TRANSACTION.
001940     IF CC-OVTRN-ACCT-NO NOT NUMERIC
001950             OR CC-OVTRN-ACCT-NO = ZERO
001960         DISPLAY 'CCOMAINT - ACCOUNT NUMBER NOT NUMERIC - IGNORED'
001970         ADD 1 TO WS-ERR-COUNT
001980         GO TO 2200-APPLY-TRANSACTION-EXIT
001990     END-IF.
002000     IF CC-OVTRN-ACCT-NO < WS-PREV-TRN-ACCT
002010         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
002020                 ' OUT OF SEQUENCE - IGNORED'
002030         ADD 1 TO WS-ERR-COUNT
002040         GO TO 2200-APPLY-TRANSACTION-EXIT
002050     END-IF.
002060     MOVE CC-OVTRN-ACCT-NO TO WS-PREV-TRN-ACCT.
002070     IF NOT CC-OVTRN-IS-ADD AND NOT CC-OVTRN-IS-EXPIRY
002080             AND NOT CC-OVTRN-IS-DELETE
002090         DISPLAY 'CCOMAINT - UNKNOWN FUNCTION CODE - IGNORED'
002100         ADD 1 TO WS-ERR-COUNT
002110         GO TO 2200-APPLY-TRANSACTION-EXIT
002120     END-IF.
002130     IF CC-OVTRN-OFFICER-CD = SPACE
002140         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
002150                 ' NO REQUESTING OFFICER - IGNORED'
002160         ADD 1 TO WS-ERR-COUNT
002170         GO TO 2200-APPLY-TRANSACTION-EXIT
002180     END-IF.
002190     PERFORM 2250-POSITION-OVRD  THRU 2250-POSITION-OVRD-EXIT.
002200     EVALUATE TRUE
002210         WHEN CC-OVTRN-IS-ADD
002220             PERFORM 3100-ADD-OVERRIDE
002230                           THRU 3100-ADD-OVERRIDE-EXIT
002240         WHEN CC-OVTRN-IS-EXPIRY
002250             PERFORM 3200-CHANGE-EXPIRY
002260                           THRU 3200-CHANGE-EXPIRY-EXIT
002270         WHEN CC-OVTRN-IS-DELETE
002280             PERFORM 3300-DELETE-OVERRIDE
002290                           THRU 3300-DELETE-OVERRIDE-EXIT
002300     END-EVALUATE.
002310 2200-APPLY-TRANSACTION-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------*
002350* 2250-POSITION-OVRD - RELEASE THE STAGED OVERRIDE ONCE THE
002360*     TRANSACTIONS HAVE MOVED PAST ITS KEY, COPY FORWARD EVERY
002370*     LOWER-KEYED OVERRIDE UNCHANGED, AND STAGE THE MATCHING
002380*     OVERRIDE IF ONE EXISTS.  BOTH FILES ARRIVE IN ACCOUNT
002390*     NUMBER ORDER, SO THE OLD FILE IS ONLY EVER READ FORWARD.
002400*----------------------------------------------------------------*
002410 2250-POSITION-OVRD.
002420     IF WS-HELD AND WS-NEW-ACCT-NO < CC-OVTRN-ACCT-NO
002430         PERFORM 2260-WRITE-HELD-OVRD
002440                           THRU 2260-WRITE-HELD-OVRD-EXIT
002450     END-IF.
002460     PERFORM 2270-PASS-OVRD      THRU 2270-PASS-OVRD-EXIT
002470         UNTIL WS-OVRD-EOF
002480            OR CC-OVRD-ACCT-NO NOT < CC-OVTRN-ACCT-NO.
002490     IF NOT WS-OVRD-EOF AND NOT WS-HELD
002500             AND CC-OVRD-ACCT-NO = CC-OVTRN-ACCT-NO
002510         MOVE CC-OVRD-REC TO WS-NEW-OVRD
002520         MOVE 'Y' TO WS-HELD-SW
002530         PERFORM 2510-READ-OVRDIN
002540                           THRU 2510-READ-OVRDIN-EXIT
002550     END-IF.
002560 2250-POSITION-OVRD-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------------*
002600* 2260-WRITE-HELD-OVRD - RELEASE THE STAGED OVERRIDE TO THE NEW
002610*     FILE
002620*----------------------------------------------------------------*
002630 2260-WRITE-HELD-OVRD.
002640     WRITE OVRD-OUT-REC FROM WS-NEW-OVRD.
002650     ADD 1 TO WS-OVRD-OUT-COUNT.
002660     MOVE 'N' TO WS-HELD-SW.
002670 2260-WRITE-HELD-OVRD-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------*
002710* 2270-PASS-OVRD - COPY ONE LOWER-KEYED OVERRIDE FORWARD
002720*     UNCHANGED AND READ THE NEXT ONE.
002730*----------------------------------------------------------------*
002740 2270-PASS-OVRD.
002750     WRITE OVRD-OUT-REC FROM CC-OVRD-REC.
002760     ADD 1 TO WS-OVRD-OUT-COUNT.
002770     PERFORM 2510-READ-OVRDIN    THRU 2510-READ-OVRDIN-EXIT.
002780 2270-PASS-OVRD-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820* 2510-READ-OVRDIN - READ THE NEXT OLD OVERRIDE RECORD
002830*----------------------------------------------------------------*
002840 2510-READ-OVRDIN.
002850     READ OVRDIN
002860         AT END
002870             MOVE 'Y' TO WS-OVRD-EOF-SW
002880     END-READ.
002890     IF NOT WS-OVRD-EOF
002900         ADD 1 TO WS-OVRD-IN-COUNT
002910     END-IF.
002920 2510-READ-OVRDIN-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------*
002960* 3100-ADD-OVERRIDE - STAGE A NEW OVERRIDE.  THE ACTION MUST BE
002970*     'E' (FORCE ELIGIBLE) OR 'I' (FORCE INELIGIBLE), THE REASON
002980*     MUST BE GIVEN, BOTH DATES MUST BE NUMERIC WITH THE START
002990*     NOT AFTER THE EXPIRY, THE EXPIRY MUST NOT ALREADY BE PAST,
003000*     AND THE ACCOUNT MUST NOT ALREADY CARRY AN OVERRIDE.
003010*----------------------------------------------------------------*
003020 3100-ADD-OVERRIDE.
003030     IF WS-HELD
003040         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003050                 ' ALREADY HAS AN OVERRIDE - NOT ADDED'
003060         ADD 1 TO WS-ERR-COUNT
003070         GO TO 3100-ADD-OVERRIDE-EXIT
003080     END-IF.
003090     IF CC-OVTRN-ACTION NOT = 'E' AND CC-OVTRN-ACTION NOT = 'I'
003100         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003110                 ' ACTION NOT E OR I - NOT ADDED'
003120         ADD 1 TO WS-ERR-COUNT
003130         GO TO 3100-ADD-OVERRIDE-EXIT
003140     END-IF.
003150     IF CC-OVTRN-REASON = SPACE
003160         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003170                 ' REASON IS BLANK - NOT ADDED'
003180         ADD 1 TO WS-ERR-COUNT
003190         GO TO 3100-ADD-OVERRIDE-EXIT
003200     END-IF.
003210     IF CC-OVTRN-START-DATE NOT NUMERIC
003220             OR CC-OVTRN-EXPIRY-DATE NOT NUMERIC
003230             OR CC-OVTRN-START-DATE > CC-OVTRN-EXPIRY-DATE
003240             OR CC-OVTRN-EXPIRY-DATE < WS-CURR-DATE
003250         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003260                 ' DATE RANGE INVALID - NOT ADDED'
003270         ADD 1 TO WS-ERR-COUNT
003280         GO TO 3100-ADD-OVERRIDE-EXIT
003290     END-IF.
003300     MOVE SPACE TO WS-NEW-OVRD.
003310     MOVE CC-OVTRN-ACCT-NO     TO WS-NEW-ACCT-NO.
003320     MOVE CC-OVTRN-ACTION      TO WS-NEW-ACTION.
003330     MOVE CC-OVTRN-REASON      TO WS-NEW-REASON.
003340     MOVE CC-OVTRN-OFFICER-CD  TO WS-NEW-OFFICER-CD.
003350     MOVE CC-OVTRN-START-DATE  TO WS-NEW-START-DATE.
003360     MOVE CC-OVTRN-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
003370     MOVE 'Y' TO WS-HELD-SW.
003380     ADD 1 TO WS-ADD-COUNT.
003390     MOVE SPACE TO WS-BEFORE-ED.
003400     PERFORM 3800-FORMAT-OVRD    THRU 3800-FORMAT-OVRD-EXIT.
003410     MOVE WS-OVRD-ED TO WS-AFTER-ED.
003420     MOVE 'ADD ' TO CC-OVLOG-FUNCTION.
003430     PERFORM 3900-WRITE-LOG-ENTRY
003440                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
003450 3100-ADD-OVERRIDE-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------*
003490* 3200-CHANGE-EXPIRY - MOVE THE STAGED OVERRIDE'S EXPIRY DATE.
003500*     THE NEW DATE MUST BE NUMERIC, NOT BEFORE THE START DATE,
003510*     AND NOT ALREADY PAST - TO END AN OVERRIDE EARLY, DELETE IT.
003520*----------------------------------------------------------------*
003530 3200-CHANGE-EXPIRY.
003540     IF NOT WS-HELD
003550         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003560                 ' HAS NO OVERRIDE - NOT CHANGED'
003570         ADD 1 TO WS-ERR-COUNT
003580         GO TO 3200-CHANGE-EXPIRY-EXIT
003590     END-IF.
003600     IF CC-OVTRN-EXPIRY-DATE NOT NUMERIC
003610             OR CC-OVTRN-EXPIRY-DATE < WS-NEW-START-DATE
003620             OR CC-OVTRN-EXPIRY-DATE < WS-CURR-DATE
003630         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003640                 ' NEW EXPIRY DATE INVALID - NOT CHANGED'
003650         ADD 1 TO WS-ERR-COUNT
003660         GO TO 3200-CHANGE-EXPIRY-EXIT
003670     END-IF.
003680     PERFORM 3800-FORMAT-OVRD    THRU 3800-FORMAT-OVRD-EXIT.
003690     MOVE WS-OVRD-ED TO WS-BEFORE-ED.
003700     MOVE CC-OVTRN-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
003710     PERFORM 3800-FORMAT-OVRD    THRU 3800-FORMAT-OVRD-EXIT.
003720     MOVE WS-OVRD-ED TO WS-AFTER-ED.
003730     MOVE 'EXP ' TO CC-OVLOG-FUNCTION.
003740     ADD 1 TO WS-CHG-COUNT.
003750     PERFORM 3900-WRITE-LOG-ENTRY
003760                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
003770 3200-CHANGE-EXPIRY-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------*
003810* 3300-DELETE-OVERRIDE - DROP THE STAGED OVERRIDE.  IT IS SIMPLY
003820*     NOT RELEASED TO THE NEW FILE.
003830*----------------------------------------------------------------*
003840 3300-DELETE-OVERRIDE.
003850     IF NOT WS-HELD
003860         DISPLAY 'CCOMAINT - ACCT ' CC-OVTRN-ACCT-NO
003870                 ' HAS NO OVERRIDE - NOT DELETED'
003880         ADD 1 TO WS-ERR-COUNT
003890         GO TO 3300-DELETE-OVERRIDE-EXIT
003900     END-IF.
003910     PERFORM 3800-FORMAT-OVRD    THRU 3800-FORMAT-OVRD-EXIT.
003920     MOVE WS-OVRD-ED TO WS-BEFORE-ED.
003930     MOVE SPACE TO WS-AFTER-ED.
003940     MOVE 'N' TO WS-HELD-SW.
003950     MOVE 'DEL ' TO CC-OVLOG-FUNCTION.
003960     ADD 1 TO WS-DEL-COUNT.
003970     PERFORM 3900-WRITE-LOG-ENTRY
003980                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
003990 3300-DELETE-OVERRIDE-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------*
004030* 3800-FORMAT-OVRD - SHOW THE STAGED OVERRIDE AS ACTION, START
004040*     DATE, AND EXPIRY DATE FOR THE CHANGE LOG
004050*----------------------------------------------------------------*
004060 3800-FORMAT-OVRD.
004070     MOVE WS-NEW-ACTION      TO WS-OVRD-ED-ACTION.
004080     MOVE WS-NEW-START-DATE  TO WS-OVRD-ED-START.
004090     MOVE WS-NEW-EXPIRY-DATE TO WS-OVRD-ED-EXPIRY.
004100 3800-FORMAT-OVRD-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------*
004140* 3900-WRITE-LOG-ENTRY - LOG THE BEFORE/AFTER VALUE OF THE CHANGE
004150*     AND THE OFFICER WHO REQUESTED IT
004160*----------------------------------------------------------------*
004170 3900-WRITE-LOG-ENTRY.
004180     MOVE CC-OVTRN-ACCT-NO    TO CC-OVLOG-ACCT-NO.
004190     MOVE WS-BEFORE-ED        TO CC-OVLOG-BEFORE.
004200     MOVE WS-AFTER-ED         TO CC-OVLOG-AFTER.
004210     MOVE CC-OVTRN-OFFICER-CD TO CC-OVLOG-OFFICER-CD.
004220     ACCEPT WS-TIME-RAW FROM TIME.
004230     COMPUTE CC-OVLOG-TIMESTAMP =
004240             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
004250     WRITE CC-OVLOG-REC.
004260     DISPLAY 'CCOMAINT - ' CC-OVLOG-FUNCTION
004270             ' ACCT ' CC-OVLOG-ACCT-NO
004280             ' FROM ' WS-BEFORE-ED ' TO ' WS-AFTER-ED
004290             ' BY ' CC-OVLOG-OFFICER-CD.
004300 3900-WRITE-LOG-ENTRY-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------*
004340* 8000-FINALIZE - RELEASE THE STAGED OVERRIDE, COPY THE REMAINING
004350*     OVERRIDES FORWARD, PRINT THE CONTROL COUNTS, AND CLOSE
004360*     FILES.  A RUN WITH ANY TRANSACTION IN ERROR ENDS WITH RC=4.
004370*----------------------------------------------------------------*
004380 8000-FINALIZE.
004390     IF WS-HELD
004400         PERFORM 2260-WRITE-HELD-OVRD
004410                           THRU 2260-WRITE-HELD-OVRD-EXIT
004420     END-IF.
004430     PERFORM 2270-PASS-OVRD      THRU 2270-PASS-OVRD-EXIT
004440         UNTIL WS-OVRD-EOF.
004450     DISPLAY 'CCOMAINT - TRANSACTIONS READ  . . ' WS-TRN-READ.
004460     DISPLAY 'CCOMAINT - OVERRIDES IN . . . . . '
004470             WS-OVRD-IN-COUNT.
004480     DISPLAY 'CCOMAINT - OVERRIDES OUT  . . . . '
004490             WS-OVRD-OUT-COUNT.
004500     DISPLAY 'CCOMAINT - OVERRIDES ADDED  . . . ' WS-ADD-COUNT.
004510     DISPLAY 'CCOMAINT - EXPIRY DATES MOVED . . ' WS-CHG-COUNT.
004520     DISPLAY 'CCOMAINT - OVERRIDES DELETED  . . ' WS-DEL-COUNT.
004530     DISPLAY 'CCOMAINT - TRANSACTIONS IN ERROR  ' WS-ERR-COUNT.
004540     CLOSE OVTRANS.
004550     CLOSE OVRDIN.
004560     CLOSE OVRDOUT.
004570     CLOSE OVAUDIT.
004580     IF WS-ERR-COUNT > ZERO
004590         MOVE 4 TO RETURN-CODE
004600     END-IF.
004610 8000-FINALIZE-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------*
004650* 9999-EXIT - COMMON PROGRAM EXIT
004660*----------------------------------------------------------------*
004670 9999-EXIT.
004680     STOP RUN.
