000640*                  QUIETLY EDITED A BASE RECORD NOTHING USED.
000650*                  THE START-OF-RUN DISPLAY NOW WARNS WHEN THE
000660*                  PENDING EFFECTIVE DATE IS ALREADY PAST.
000661* 10/15/2026  RMK  DUAL CONTROL.  PMTRANS NOW COMES FROM THE
000662*                  APPROVAL GATE (CCAPPRV), WHICH RELEASES A
000663*                  CHANGE ONLY ONCE A SECOND OPERATOR HAS
000664*                  APPROVED IT.  A TRANSACTION NOT SIGNED BY TWO
000665*                  DIFFERENT OPERATORS IS REPORTED AND IGNORED.
000666*                  PMAUDIT CARRIES THE MAKER, THE CHECKER, AND
000667*                  THE CHANGE-ID OF EVERY CHANGE.
000668* 10/15/2026  RMK  ADDED THE 'NTD ' FUNCTION FOR THE CUSTOMER
000669*                  NOTICE REPEAT WINDOW IN BUSINESS DAYS THE
000670*                  NOTICE RUN (CCNOTIFY) APPLIES AGAINST THE
000671*                  NOTICES-SENT REGISTER.  ZERO TURNS THE REPEAT
000672*                  CHECK OFF.
000673*----------------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
001990     DISPLAY 'CURRENT MIN-RECS    . . . ' CC-PARM-MIN-RECS.
002000     DISPLAY 'CURRENT SUPP-DAYS   . . . ' CC-PARM-SUPP-DAYS.
002010     DISPLAY 'CURRENT HIST-RET-DAYS . . ' CC-PARM-HIST-RET-DAYS.
002015     DISPLAY 'CURRENT NOTICE-DAYS . . . ' CC-PARM-NOTICE-DAYS.
002020     DISPLAY 'CURRENT CATEGORY COUNT  . ' CC-PARM-CAT-COUNT.
002030     PERFORM 1110-DISPLAY-CATEGORY-TABLE
002040                           THRU 1110-DISPLAY-CATEGORY-TABLE-EXIT
002720     IF CC-PARM-HIST-RET-DAYS NOT NUMERIC
002730         MOVE ZERO TO CC-PARM-HIST-RET-DAYS
002740     END-IF.
002742     IF CC-PARM-NOTICE-DAYS NOT NUMERIC
002744         MOVE ZERO TO CC-PARM-NOTICE-DAYS
002746     END-IF.
002750     MOVE CC-PARM-REC TO WS-PARM-BASE.
002760     PERFORM 1150-LOAD-PARM-EXT  THRU 1150-LOAD-PARM-EXT-EXIT
002770         UNTIL WS-PARM-EOF.
004790*----------------------------------------------------------------*
004800* 2200-APPLY-TRANSACTION - ROUTE THE TRANSACTION TO THE PARAGRAPH
004810*     THAT HANDLES ITS FUNCTION, THEN LOG THE BEFORE/AFTER VALUE.
004813*     ONLY A CHANGE RELEASED BY THE APPROVAL GATE - SIGNED BY A
004816*     MAKER AND A DIFFERENT CHECKER - IS APPLIED.
004820*----------------------------------------------------------------*
004830 2200-APPLY-TRANSACTION.
004831     IF CC-PMTRN-OPER-ID = SPACE
004832             OR CC-PMTRN-CHECKER-ID = SPACE
004833             OR CC-PMTRN-CHECKER-ID = CC-PMTRN-OPER-ID
004834         DISPLAY 'CCPMAINT - ' CC-PMTRN-FUNCTION
004835                 ' NOT APPROVED UNDER DUAL CONTROL - IGNORED'
004836         GO TO 2200-APPLY-TRANSACTION-EXIT
004837     END-IF.
004840     IF CC-PMTRN-IS-EQV OR CC-PMTRN-IS-RNG OR CC-PMTRN-IS-FRQ
004850             OR CC-PMTRN-IS-CAT-ADD OR CC-PMTRN-IS-CAT-DEL
004860             OR CC-PMTRN-IS-PCT OR CC-PMTRN-IS-MIN
004890             OR CC-PMTRN-IS-PRN OR CC-PMTRN-IS-PCA
004900             OR CC-PMTRN-IS-PCD OR CC-PMTRN-IS-PTH
004910             OR CC-PMTRN-IS-PDL OR CC-PMTRN-IS-RET
004920             OR CC-PMTRN-IS-PRM OR CC-PMTRN-IS-NTD
004930         EVALUATE TRUE
004940             WHEN CC-PMTRN-IS-EQV
004950                 PERFORM 2310-CHANGE-EQ-VALUE
005450             WHEN CC-PMTRN-IS-PRM
005460                 PERFORM 2680-PROMOTE-PENDING
005470                               THRU 2680-PROMOTE-PENDING-EXIT
005472             WHEN CC-PMTRN-IS-NTD
005474                 PERFORM 2387-CHANGE-NOTICE-DAYS
005476                               THRU 2387-CHANGE-NOTICE-DAYS-EXIT
005480         END-EVALUATE
005490         PERFORM 2400-WRITE-LOG-ENTRY
005500                                  THRU 2400-WRITE-LOG-ENTRY-EXIT
007330     MOVE 'RET ' TO CC-PMLOG-FUNCTION.
007340 2385-CHANGE-HIST-RET-EXIT.
007350     EXIT.
007351
007352*----------------------------------------------------------------*
007353* 2387-CHANGE-NOTICE-DAYS - CHANGE THE CUSTOMER NOTICE REPEAT
007354*     WINDOW IN BUSINESS DAYS.  ZERO TURNS THE REPEAT CHECK OFF.
007355*----------------------------------------------------------------*
007356 2387-CHANGE-NOTICE-DAYS.
007357     MOVE CC-PARM-NOTICE-DAYS TO WS-BEFORE-ED.
007358     IF CC-PMTRN-NEW-VALUE > 999
007359         DISPLAY 'CCPMAINT - NEW NOTICE-DAYS OUT OF RANGE - '
007360                 'NOT CHANGED'
007361     ELSE
007362         MOVE CC-PMTRN-NEW-VALUE TO CC-PARM-NOTICE-DAYS
007363     END-IF.
007364     MOVE CC-PARM-NOTICE-DAYS TO WS-AFTER-ED.
007365     MOVE 'NTD ' TO CC-PMLOG-FUNCTION.
007366 2387-CHANGE-NOTICE-DAYS-EXIT.
007367     EXIT.
007368
007370*----------------------------------------------------------------*
007380* 2390-CHANGE-CAT-THRESH - GIVE A LIVE CATEGORY ITS OWN EQ-VALUE
007390*     (NEW-VALUE) AND RANGE-LIMIT (NEW-VALUE-2) PAIR
007800 2400-WRITE-LOG-ENTRY.
007810     MOVE WS-BEFORE-ED    TO CC-PMLOG-BEFORE.
007820     MOVE WS-AFTER-ED     TO CC-PMLOG-AFTER.
007822     MOVE CC-PMTRN-OPER-ID    TO CC-PMLOG-MAKER-ID.
007824     MOVE CC-PMTRN-CHECKER-ID TO CC-PMLOG-CHECKER-ID.
007826     MOVE CC-PMTRN-CHANGE-ID  TO CC-PMLOG-CHANGE-ID.
007830     ACCEPT WS-TIME-RAW FROM TIME.
007840     COMPUTE CC-PMLOG-TIMESTAMP =
007850             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
007860     WRITE CC-PMLOG-REC.
007870     DISPLAY 'CCPMAINT - ' CC-PMLOG-FUNCTION
007880             ' CHANGED FROM ' WS-BEFORE-ED ' TO ' WS-AFTER-ED.
007882     DISPLAY 'CCPMAINT -      CHANGE ' CC-PMLOG-CHANGE-ID
007884             ' MAKER ' CC-PMLOG-MAKER-ID
007886             ' CHECKER ' CC-PMLOG-CHECKER-ID.
007890 2400-WRITE-LOG-ENTRY-EXIT.
007900     EXIT.
007910
