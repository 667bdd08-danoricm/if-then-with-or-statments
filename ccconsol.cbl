000350*                  ANYTHING OUT OF BALANCE GOES ON THE
000360*                  CONSOLIDATION REPORT AND THE STEP ENDS WITH
000370*                  RC=8 SO THE SCHEDULER HOLDS THE TRANSMISSION.
000372* 10/15/2026  RMK  ACCOUNT OVERRIDES.  FORCED ELIGIBLE RECORDS GO
000374*                  TO THE EXTRACT, SO THE COMBINED DETAIL COUNT
000376*                  IS NOW PROVED AGAINST CLAIMED MATCHED + FORCED
000378*                  ELIGIBLE, AND BOTH OVERRIDE TOTALS ARE PRINTED.
000379* 10/15/2026  RMK  SOURCE FEED CONTROL TOTALS.  EACH SEGMENT'S
000380*                  DETAILS ARE NOW HASHED (ACCOUNT NUMBER PLUS
000381*                  TEST VALUE) AND PROVED AGAINST ITS TRAILER'S
000382*                  HASH, AND EVERY SEGMENT TRAILER MUST CARRY THE
000383*                  SAME FEED IDENTITY AND RECEIVED TOTALS.  THE
000384*                  CONSOLIDATED TRAILER CARRIES THE COMBINED
000385*                  HASH AND THOSE FEED FIELDS, SO CCRECON PROVES
000386*                  IT EXACTLY AS IT DOES A SINGLE-STREAM RUN.
000387*                  THE CONTROL FILE'S 'F' FEED RECORDS ARE NOT
000388*                  SEGMENT COUNTS AND ARE PASSED OVER.
000389*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000980 01  WS-OUT-TRL.
000990     05  WS-OUT-TRL-TYPE    PIC X(01).
001000     05  WS-OUT-TRL-COUNT   PIC 9(07).
001001     05  WS-OUT-TRL-HASH    PIC 9(15).
001002     05  WS-OUT-TRL-SOURCE  PIC X(08).
001004     05  WS-OUT-TRL-BDATE   PIC 9(08).
001006     05  WS-OUT-TRL-SEQ     PIC 9(06).
001007     05  WS-OUT-TRL-RCOUNT  PIC 9(07).
001009     05  WS-OUT-TRL-RHASH   PIC 9(15).
001011     05  FILLER             PIC X(13).
001020
001030*----------------------------------------------------------------*
001040* PER-SEGMENT AND COMBINED COUNTS
001130 77  WS-CTL-MATCH-TOTAL     PIC 9(07)   VALUE ZERO   COMP.
001140 77  WS-CTL-REJECT-TOTAL    PIC 9(07)   VALUE ZERO   COMP.
001150 77  WS-CTL-SUPP-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
001152 77  WS-CTL-OVRD-ELIG-TOTAL PIC 9(07)   VALUE ZERO   COMP.
001154 77  WS-CTL-OVRD-INEL-TOTAL PIC 9(07)   VALUE ZERO   COMP.
001156 77  WS-CTL-WORK-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
001157 77  WS-SEG-DET-HASH        PIC 9(15)   VALUE ZERO   COMP.
001158 77  WS-TOT-DET-HASH        PIC 9(15)   VALUE ZERO   COMP.
001159
001160*----------------------------------------------------------------*
001161* FEED IDENTITY AND RECEIVED TOTALS FROM THE FIRST SEGMENT
001162* TRAILER - EVERY LATER SEGMENT TRAILER MUST AGREE.
001163*----------------------------------------------------------------*
001164 77  WS-FEED-TAKEN-SW       PIC X(01)   VALUE 'N'.
001165     88  WS-FEED-TAKEN                  VALUE 'Y'.
001166 77  WS-FEED-SOURCE-ID      PIC X(08)   VALUE SPACE.
001167 77  WS-FEED-BUS-DATE       PIC 9(08)   VALUE ZERO.
001168 77  WS-FEED-SEQ-NO         PIC 9(06)   VALUE ZERO.
001169 77  WS-FEED-RECV-COUNT     PIC 9(07)   VALUE ZERO.
001170 77  WS-FEED-RECV-HASH      PIC 9(15)   VALUE ZERO.
001171
001172*----------------------------------------------------------------*
001180* CONSOLIDATION REPORT LINE WORK AREAS
001190*----------------------------------------------------------------*
001200 01  WS-RPT-DATE.
002040     ADD 1 TO WS-HDR-COUNT.
002050     ADD 1 TO WS-SEG-NO.
002060     MOVE ZERO TO WS-SEG-DET-COUNT.
002065     MOVE ZERO TO WS-SEG-DET-HASH.
002070     IF NOT WS-HDR-WRITTEN
002080         MOVE CC-EXT-HDR-RUN-DATE TO WS-HDR-RUN-DATE
002090         PERFORM 2210-WRITE-OUT-HEADER
002440     WRITE EXT-OUT-REC FROM CC-EXT-REC.
002450     ADD 1 TO WS-SEG-DET-COUNT.
002460     ADD 1 TO WS-TOT-DET-COUNT.
002462     ADD CC-EXT-DET-ACCT-NO    TO WS-SEG-DET-HASH.
002464     ADD CC-EXT-DET-TEST-VALUE TO WS-SEG-DET-HASH.
002466     ADD CC-EXT-DET-ACCT-NO    TO WS-TOT-DET-HASH.
002468     ADD CC-EXT-DET-TEST-VALUE TO WS-TOT-DET-HASH.
002470 2300-PASS-DETAIL-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------*
002510* 2400-CLOSE-SEGMENT - PROVE THIS SEGMENT'S DETAILS AGAINST ITS
002520*     OWN TRAILER AND REPORT THE SEGMENT LINE.  THE FIRST TRAILER
002522*     GIVES THE FEED IDENTITY AND RECEIVED TOTALS; A LATER ONE
002524*     THAT DIFFERS MEANS THE SEGMENTS WERE NOT RUN FROM THE SAME
002526*     EDITED FILE.
002530*----------------------------------------------------------------*
002540 2400-CLOSE-SEGMENT.
002550     ADD 1 TO WS-TRL-COUNT.
002680             TO CON-LINE
002690         WRITE CON-LINE
002700     END-IF.
002701     IF CC-EXT-TRL-DET-HASH NOT NUMERIC
002702        OR WS-SEG-DET-HASH NOT = CC-EXT-TRL-DET-HASH
002703         MOVE 'Y' TO WS-OOB-SW
002704         MOVE '*** SEGMENT DETAIL HASH DOES NOT MATCH ITS TRAILER'
002705             TO CON-LINE
002706         WRITE CON-LINE
002707     END-IF.
002708     IF NOT WS-FEED-TAKEN
002709         MOVE CC-EXT-TRL-SOURCE-ID  TO WS-FEED-SOURCE-ID
002710         MOVE CC-EXT-TRL-BUS-DATE   TO WS-FEED-BUS-DATE
002711         MOVE CC-EXT-TRL-SEQ-NO     TO WS-FEED-SEQ-NO
002712         MOVE CC-EXT-TRL-RECV-COUNT TO WS-FEED-RECV-COUNT
002713         MOVE CC-EXT-TRL-RECV-HASH  TO WS-FEED-RECV-HASH
002714         MOVE 'Y' TO WS-FEED-TAKEN-SW
002715         GO TO 2400-CLOSE-SEGMENT-EXIT
002716     END-IF.
002717     IF CC-EXT-TRL-SOURCE-ID  NOT = WS-FEED-SOURCE-ID
002718        OR CC-EXT-TRL-BUS-DATE   NOT = WS-FEED-BUS-DATE
002719        OR CC-EXT-TRL-SEQ-NO     NOT = WS-FEED-SEQ-NO
002720        OR CC-EXT-TRL-RECV-COUNT NOT = WS-FEED-RECV-COUNT
002721        OR CC-EXT-TRL-RECV-HASH  NOT = WS-FEED-RECV-HASH
002722         MOVE 'Y' TO WS-OOB-SW
002723         MOVE '*** SEGMENT TRAILER FEED TOTALS DISAGREE'
002724             TO CON-LINE
002725         WRITE CON-LINE
002726     END-IF.
002727 2400-CLOSE-SEGMENT-EXIT.
002728     EXIT.
002730
002740*----------------------------------------------------------------*
002750* 3000-SUM-CONTROL-COUNTS - ACCUMULATE ONE SEGMENT CONTROL
002755*     RECORD.  A FEED RECORD IS NOT A SEGMENT COUNT AND IS PASSED.
002760*----------------------------------------------------------------*
002770 3000-SUM-CONTROL-COUNTS.
002772     IF CC-CTL-IS-FEED
002774         PERFORM 3100-READ-CTLFILE THRU 3100-READ-CTLFILE-EXIT
002776         GO TO 3000-SUM-CONTROL-COUNTS-EXIT
002778     END-IF.
002780     ADD 1 TO WS-CTL-REC-COUNT.
002790     ADD CC-CTL-RECS-READ    TO WS-CTL-READ-TOTAL.
002800     ADD CC-CTL-MATCH-COUNT  TO WS-CTL-MATCH-TOTAL.
002820     IF CC-CTL-SUPP-COUNT NUMERIC
002830         ADD CC-CTL-SUPP-COUNT TO WS-CTL-SUPP-TOTAL
002840     END-IF.
002841     IF CC-CTL-OVRD-ELIG NUMERIC
002842         ADD CC-CTL-OVRD-ELIG TO WS-CTL-OVRD-ELIG-TOTAL
002843     END-IF.
002844     IF CC-CTL-OVRD-INEL NUMERIC
002845         ADD CC-CTL-OVRD-INEL TO WS-CTL-OVRD-INEL-TOTAL
002846     END-IF.
002850     PERFORM 3100-READ-CTLFILE   THRU 3100-READ-CTLFILE-EXIT.
002860 3000-SUM-CONTROL-COUNTS-EXIT.
002870     EXIT.
003100     MOVE SPACE TO WS-OUT-TRL.
003110     MOVE 'T' TO WS-OUT-TRL-TYPE.
003120     MOVE WS-TOT-DET-COUNT TO WS-OUT-TRL-COUNT.
003121     MOVE WS-TOT-DET-HASH TO WS-OUT-TRL-HASH.
003122     MOVE WS-FEED-SOURCE-ID TO WS-OUT-TRL-SOURCE.
003123     MOVE WS-FEED-BUS-DATE TO WS-OUT-TRL-BDATE.
003124     MOVE WS-FEED-SEQ-NO TO WS-OUT-TRL-SEQ.
003125     MOVE WS-FEED-RECV-COUNT TO WS-OUT-TRL-RCOUNT.
003126     MOVE WS-FEED-RECV-HASH TO WS-OUT-TRL-RHASH.
003130     WRITE EXT-OUT-REC FROM WS-OUT-TRL.
003140     PERFORM 8200-CHECK-BALANCES
003150                           THRU 8200-CHECK-BALANCES-EXIT.
003650                           THRU 8210-PRINT-DISCREPANCY-EXIT
003660     END-IF.
003670
003680     MOVE 'COMBINED DTLS VS MATCH + FORCED   ' TO WS-CHECK-TITLE.
003683     ADD WS-CTL-MATCH-TOTAL WS-CTL-OVRD-ELIG-TOTAL
003686         GIVING WS-CTL-WORK-TOTAL.
003690     MOVE WS-TOT-DET-COUNT TO WS-RPT-COUNT-ED.
003700     MOVE WS-CTL-WORK-TOTAL TO WS-RPT-COUNT-2-ED.
003710     IF WS-TOT-DET-COUNT NOT = WS-CTL-WORK-TOTAL
003720         PERFORM 8210-PRINT-DISCREPANCY
003730                           THRU 8210-PRINT-DISCREPANCY-EXIT
003740     END-IF.
003930     STRING 'COMBINED CLAIMED SUPPRESSED  . . ' WS-RPT-COUNT-ED
003940            DELIMITED BY SIZE INTO CON-LINE.
003950     WRITE CON-LINE.
003951     MOVE WS-CTL-OVRD-ELIG-TOTAL TO WS-RPT-COUNT-ED.
003952     MOVE SPACE TO CON-LINE.
003953     STRING 'COMBINED CLAIMED FORCED ELIGIBLE ' WS-RPT-COUNT-ED
003954            DELIMITED BY SIZE INTO CON-LINE.
003955     WRITE CON-LINE.
003956     MOVE WS-CTL-OVRD-INEL-TOTAL TO WS-RPT-COUNT-ED.
003957     MOVE SPACE TO CON-LINE.
003958     STRING 'COMBINED CLAIMED FORCED INELIG . ' WS-RPT-COUNT-ED
003959            DELIMITED BY SIZE INTO CON-LINE.
003960     WRITE CON-LINE.
003961 8200-CHECK-BALANCES-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------*
