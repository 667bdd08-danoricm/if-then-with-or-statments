000420*                  DIGITS, SO THAT GROUP WAS COMING OUT AT THE
000430*                  FRONT OF EVERY LISTING, NOT THE BACK.  THE
000440*                  '????' CODE IS NOW PUT ON ONLY AT PRINT TIME.
000442* 10/15/2026  RMK  THE ACTIVITY LISTING'S BRANCH TOTALS COUNT
000444*                  ITEMS DECIDED BY AN ACCOUNT OVERRIDE ('OVRD')
000446*                  ON THEIR OWN INSTEAD OF AS REJECTS.
000447* 10/15/2026  RMK  BRANCH/OFFICER REFERENCE FILE.  THE BRNOFF FILE
000448*                  IS LOADED AT START AND EVERY BRANCH PAGE
000449*                  HEADING NOW CARRIES A SECOND LINE WITH THE
000450*                  BRANCH NAME AND REGION, AND EVERY OFFICER
000451*                  SECTION LINE THE OFFICER'S NAME.  A CODE NOT ON
000452*                  THE FILE PRINTS AS NOT ON THE REFERENCE FILE
000453*                  AND AN INACTIVE ONE IS FLAGGED, SO THE ORPHANED
000454*                  GROUPS STAND OUT ON THE LISTINGS.
000455*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT ACCTMAST   ASSIGN TO ACCTMAST
000540            ORGANIZATION IS SEQUENTIAL.
000543     SELECT BRNOFF     ASSIGN TO BRNOFF
000546            ORGANIZATION IS SEQUENTIAL.
000550     SELECT BRNEXC     ASSIGN TO BRNEXC
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT BRNDET     ASSIGN TO BRNDET
000720     RECORDING MODE IS F.
000730 COPY CCACCT.
000740
000742 FD  BRNOFF
000744     RECORDING MODE IS F.
000746 COPY CCBOFF.
000748
000750 FD  BRNEXC
000760     RECORDING MODE IS F.
000770 01  BRX-LINE                  PIC X(80).
001060     88  WS-SORT-EOF                    VALUE 'Y'.
001070 77  WS-FIRST-GROUP-SW      PIC X(01)   VALUE 'Y'.
001080     88  WS-FIRST-GROUP                 VALUE 'Y'.
001083 77  WS-BOFF-EOF-SW         PIC X(01)   VALUE 'N'.
001086     88  WS-BOFF-EOF                    VALUE 'Y'.
001090
001100*----------------------------------------------------------------*
001110* RUN DATE - PRINTED ON EVERY PAGE HEADING
001300 77  WS-PRT-BRANCH          PIC X(04)   VALUE SPACE.
001310 77  WS-PRT-OFFICER         PIC X(04)   VALUE SPACE.
001320 77  WS-CUR-OFFICER         PIC X(04)   VALUE SPACE.
001322 77  WS-PRT-BRANCH-NAME     PIC X(36)   VALUE SPACE.
001324 77  WS-PRT-BRANCH-REGION   PIC X(04)   VALUE SPACE.
001326 77  WS-PRT-OFFICER-NAME    PIC X(36)   VALUE SPACE.
001330
001331*----------------------------------------------------------------*
001332* THE BRANCH/OFFICER REFERENCE FILE, HELD FOR THE RUN BY TYPE AND
001333* CODE FOR THE NAMES ON THE HEADINGS.  THE LOOKUP LEAVES THE
001334* PRINTABLE NAME IN WS-REF-CHK-NAME.
001335*----------------------------------------------------------------*
001336 77  WS-REF-MAX             PIC 9(04)   VALUE 2000   COMP.
001337 77  WS-REF-COUNT           PIC 9(04)   VALUE ZERO   COMP.
001338 77  WS-REF-IX              PIC 9(04)   VALUE ZERO   COMP.
001339 77  WS-REF-FOUND-IX        PIC 9(04)   VALUE ZERO   COMP.
001340 77  WS-REF-CHK-NAME        PIC X(36)   VALUE SPACE.
001341 77  WS-REF-CHK-REGION      PIC X(04)   VALUE SPACE.
001342 01  WS-REF-CHK-KEY.
001343     05  WS-REF-CHK-TYPE    PIC X(01).
001344     05  WS-REF-CHK-CODE    PIC X(04).
001345 01  WS-REF-TABLE.
001346     05  WS-REF-ENTRY  OCCURS 2000 TIMES.
001347         10  WS-REF-KEY         PIC X(05).
001348         10  WS-REF-NAME        PIC X(24).
001349         10  WS-REF-STATUS      PIC X(01).
001350             88  WS-REF-IS-ACTIVE       VALUE 'A'.
001351         10  WS-REF-REGION      PIC X(04).
001352
001353*----------------------------------------------------------------*
001354* PAGE CONTROL - COLUMN 1 OF EVERY LINE IS CARRIAGE CONTROL
001360*----------------------------------------------------------------*
001370 77  WS-PAGE-LINES-MAX      PIC 9(02)   VALUE 55   COMP.
001380 77  WS-LINE-CNT            PIC 9(02)   VALUE ZERO COMP.
001490 77  WS-BRN-THEN-TOT        PIC 9(07)   VALUE ZERO   COMP.
001500 77  WS-BRN-ELSE-TOT        PIC 9(07)   VALUE ZERO   COMP.
001510 77  WS-BRN-SUPP-TOT        PIC 9(07)   VALUE ZERO   COMP.
001515 77  WS-BRN-OVRD-TOT        PIC 9(07)   VALUE ZERO   COMP.
001520 77  WS-GRAND-EXC-TOT       PIC 9(07)   VALUE ZERO   COMP.
001530 77  WS-GRAND-DET-TOT       PIC 9(07)   VALUE ZERO   COMP.
001540
001660 01  WS-ED-1                PIC ZZZZZZ9.
001670 01  WS-ED-2                PIC ZZZZZZ9.
001680 01  WS-ED-3                PIC ZZZZZZ9.
001685 01  WS-ED-4                PIC ZZZZZZ9.
001690 01  WS-PRT-LINE            PIC X(80)   VALUE SPACE.
001700
001710 PROCEDURE DIVISION.
001930     GO TO 9999-EXIT.
001940
001950*----------------------------------------------------------------*
001960* 1000-INITIALIZE - LOAD THE BRANCH/OFFICER TABLE, OPEN THE
001970*     MASTER AND THE TWO LISTINGS AND PRIME THE MASTER READ
001980*----------------------------------------------------------------*
001990 1000-INITIALIZE.
002000     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002002     OPEN INPUT  BRNOFF.
002004     PERFORM 1100-TAKE-REFERENCE THRU 1100-TAKE-REFERENCE-EXIT
002006         UNTIL WS-BOFF-EOF.
002008     CLOSE BRNOFF.
002010     OPEN INPUT  ACCTMAST.
002020     OPEN OUTPUT BRNEXC.
002030     OPEN OUTPUT BRNDET.
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070
002071*----------------------------------------------------------------*
002072* 1100-TAKE-REFERENCE - READ ONE REFERENCE RECORD INTO THE TABLE
002073*----------------------------------------------------------------*
002074 1100-TAKE-REFERENCE.
002075     READ BRNOFF
002076         AT END
002077             MOVE 'Y' TO WS-BOFF-EOF-SW
002078     END-READ.
002079     IF WS-BOFF-EOF
002080         GO TO 1100-TAKE-REFERENCE-EXIT
002081     END-IF.
002082     IF WS-REF-COUNT NOT < WS-REF-MAX
002083         DISPLAY 'CCDISTRB - BRNOFF EXCEEDS TABLE - ABORTING'
002084         MOVE 16 TO RETURN-CODE
002085         STOP RUN
002086     END-IF.
002087     ADD 1 TO WS-REF-COUNT.
002088     MOVE CC-BOFF-KEY    TO WS-REF-KEY (WS-REF-COUNT).
002089     MOVE CC-BOFF-NAME   TO WS-REF-NAME (WS-REF-COUNT).
002090     MOVE CC-BOFF-STATUS TO WS-REF-STATUS (WS-REF-COUNT).
002091     MOVE CC-BOFF-REGION TO WS-REF-REGION (WS-REF-COUNT).
002092 1100-TAKE-REFERENCE-EXIT.
002093     EXIT.
002094
002095*----------------------------------------------------------------*
002096* 1500-REWIND-MASTER - START THE MASTER OVER FOR THE SECOND
002100*     FORWARD MATCH
002110*----------------------------------------------------------------*
002120 1500-REWIND-MASTER.
003550* 3950-FORMAT-GROUP-CODES - THE PRINTABLE FORM OF THE CURRENT
003560*     BRANCH AND OFFICER - THE HIGH-VALUES NO-MASTER GROUP
003570*     SHOWS AS '????'
003575*     - AND THEIR NAMES FROM THE REFERENCE TABLE
003580*----------------------------------------------------------------*
003590 3950-FORMAT-GROUP-CODES.
003600     IF WS-CUR-BRANCH = HIGH-VALUES
003610         MOVE '????' TO WS-PRT-BRANCH
003613         MOVE 'ACCOUNT NOT ON MASTER' TO WS-PRT-BRANCH-NAME
003616         MOVE SPACE TO WS-PRT-BRANCH-REGION
003620     ELSE
003630         MOVE WS-CUR-BRANCH TO WS-PRT-BRANCH
003631         MOVE 'B' TO WS-REF-CHK-TYPE
003632         MOVE WS-CUR-BRANCH TO WS-REF-CHK-CODE
003633         PERFORM 3960-NAME-REFERENCE
003634                       THRU 3960-NAME-REFERENCE-EXIT
003635         MOVE WS-REF-CHK-NAME TO WS-PRT-BRANCH-NAME
003636         MOVE WS-REF-CHK-REGION TO WS-PRT-BRANCH-REGION
003640     END-IF.
003650     IF WS-CUR-OFFICER = HIGH-VALUES
003660         MOVE '????' TO WS-PRT-OFFICER
003665         MOVE 'ACCOUNT NOT ON MASTER' TO WS-PRT-OFFICER-NAME
003670     ELSE
003680         MOVE WS-CUR-OFFICER TO WS-PRT-OFFICER
003681         MOVE 'O' TO WS-REF-CHK-TYPE
003682         MOVE WS-CUR-OFFICER TO WS-REF-CHK-CODE
003683         PERFORM 3960-NAME-REFERENCE
003684                       THRU 3960-NAME-REFERENCE-EXIT
003685         MOVE WS-REF-CHK-NAME TO WS-PRT-OFFICER-NAME
003690     END-IF.
003700 3950-FORMAT-GROUP-CODES-EXIT.
003710     EXIT.
003720
003721*----------------------------------------------------------------*
003722* 3960-NAME-REFERENCE - LOOK UP WS-REF-CHK-KEY ON THE BRANCH/
003723*     OFFICER TABLE FOR ITS PRINTABLE NAME AND REGION.  AN
003724*     INACTIVE CODE IS FLAGGED AFTER ITS NAME; A CODE NOT ON THE
003725*     FILE SAYS SO IN PLACE OF ONE.
003726*----------------------------------------------------------------*
003727 3960-NAME-REFERENCE.
003728     MOVE ZERO TO WS-REF-FOUND-IX.
003729     PERFORM 3970-FIND-REFERENCE THRU 3970-FIND-REFERENCE-EXIT
003730         VARYING WS-REF-IX FROM 1 BY 1
003731         UNTIL WS-REF-IX > WS-REF-COUNT
003732            OR WS-REF-FOUND-IX > ZERO.
003733     MOVE SPACE TO WS-REF-CHK-NAME.
003734     MOVE SPACE TO WS-REF-CHK-REGION.
003735     IF WS-REF-FOUND-IX = ZERO
003736         MOVE '*** NOT ON REFERENCE FILE ***' TO WS-REF-CHK-NAME
003737         GO TO 3960-NAME-REFERENCE-EXIT
003738     END-IF.
003739     MOVE WS-REF-REGION (WS-REF-FOUND-IX) TO WS-REF-CHK-REGION.
003740     IF WS-REF-IS-ACTIVE (WS-REF-FOUND-IX)
003741         MOVE WS-REF-NAME (WS-REF-FOUND-IX) TO WS-REF-CHK-NAME
003742     ELSE
003743         STRING WS-REF-NAME (WS-REF-FOUND-IX) DELIMITED BY '  '
003744                ' (INACTIVE)' DELIMITED BY SIZE
003745                INTO WS-REF-CHK-NAME
003746     END-IF.
003747 3960-NAME-REFERENCE-EXIT.
003748     EXIT.
003749
003750*----------------------------------------------------------------*
003751* 3970-FIND-REFERENCE - COMPARE ONE BRANCH/OFFICER TABLE ENTRY
003752*----------------------------------------------------------------*
003753 3970-FIND-REFERENCE.
003754     IF WS-REF-CHK-KEY = WS-REF-KEY (WS-REF-IX)
003755         MOVE WS-REF-IX TO WS-REF-FOUND-IX
003756     END-IF.
003757 3970-FIND-REFERENCE-EXIT.
003758     EXIT.
003759
003760*----------------------------------------------------------------*
003761* 5000-PRINT-EXC-LISTING - TAKE THE SORTED EXCEPTIONS BACK AND
003762*     PRINT THE BRANCH-DISTRIBUTED WORK QUEUE - A PAGE BREAK AND
003763*     HEADING PER BRANCH, AN OFFICER SECTION LINE WITHIN IT, AND
003770*     A BRANCH TOTAL AT EACH BREAK.
003780*----------------------------------------------------------------*
003790 5000-PRINT-EXC-LISTING.
004580            '  PAGE ' WS-RPT-PAGE-ED
004590            DELIMITED BY SIZE INTO WS-PRT-LINE.
004600     WRITE BRX-LINE FROM WS-PRT-LINE.
004601     MOVE SPACE TO WS-PRT-LINE.
004602     IF WS-PRT-BRANCH-REGION = SPACE
004603         STRING ' ' WS-PRT-BRANCH-NAME
004604                DELIMITED BY SIZE INTO WS-PRT-LINE
004605     ELSE
004606         STRING ' ' WS-PRT-BRANCH-NAME
004607                '  REGION ' WS-PRT-BRANCH-REGION
004608                DELIMITED BY SIZE INTO WS-PRT-LINE
004609     END-IF.
004610     WRITE BRX-LINE FROM WS-PRT-LINE.
004611     MOVE SPACE TO WS-PRT-LINE.
004620     WRITE BRX-LINE FROM WS-PRT-LINE.
004630     MOVE ' ACCT-NO  CUSTOMER NAME         VAL  CAT  REASON-CODE'
004640         TO WS-PRT-LINE.
004650     WRITE BRX-LINE FROM WS-PRT-LINE.
004660     MOVE SPACE TO WS-PRT-LINE.
004670     WRITE BRX-LINE FROM WS-PRT-LINE.
004680     MOVE 5 TO WS-LINE-CNT.
004690 5030-PRINT-EXC-PAGE-HEAD-EXIT.
004700     EXIT.
004710
004780     PERFORM 3950-FORMAT-GROUP-CODES
004790                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
004800     STRING ' OFFICER ' WS-PRT-OFFICER
004805            '  ' WS-PRT-OFFICER-NAME
004810            DELIMITED BY SIZE INTO WS-PRT-LINE.
004820     WRITE BRX-LINE FROM WS-PRT-LINE.
004830     ADD 1 TO WS-LINE-CNT.
005330     MOVE ZERO TO WS-BRN-THEN-TOT.
005340     MOVE ZERO TO WS-BRN-ELSE-TOT.
005350     MOVE ZERO TO WS-BRN-SUPP-TOT.
005355     MOVE ZERO TO WS-BRN-OVRD-TOT.
005360     MOVE ZERO TO WS-LINE-CNT.
005370     PERFORM 5010-RETURN-SORTED  THRU 5010-RETURN-SORTED-EXIT.
005380     PERFORM 6020-PRINT-ONE-DET  THRU 6020-PRINT-ONE-DET-EXIT
005640         MOVE ZERO TO WS-BRN-THEN-TOT
005650         MOVE ZERO TO WS-BRN-ELSE-TOT
005660         MOVE ZERO TO WS-BRN-SUPP-TOT
005665         MOVE ZERO TO WS-BRN-OVRD-TOT
005670         PERFORM 6030-PRINT-DET-PAGE-HEAD
005680                           THRU 6030-PRINT-DET-PAGE-HEAD-EXIT
005690     END-IF.
006010            '  PAGE ' WS-RPT-PAGE-ED
006020            DELIMITED BY SIZE INTO WS-PRT-LINE.
006030     WRITE BRD-LINE FROM WS-PRT-LINE.
006031     MOVE SPACE TO WS-PRT-LINE.
006032     IF WS-PRT-BRANCH-REGION = SPACE
006033         STRING ' ' WS-PRT-BRANCH-NAME
006034                DELIMITED BY SIZE INTO WS-PRT-LINE
006035     ELSE
006036         STRING ' ' WS-PRT-BRANCH-NAME
006037                '  REGION ' WS-PRT-BRANCH-REGION
006038                DELIMITED BY SIZE INTO WS-PRT-LINE
006039     END-IF.
006040     WRITE BRD-LINE FROM WS-PRT-LINE.
006041     MOVE SPACE TO WS-PRT-LINE.
006050     WRITE BRD-LINE FROM WS-PRT-LINE.
006060     MOVE ' ACCT-NO  CUSTOMER NAME         VAL  CAT  DISP'
006070         TO WS-PRT-LINE.
006080     WRITE BRD-LINE FROM WS-PRT-LINE.
006090     MOVE SPACE TO WS-PRT-LINE.
006100     WRITE BRD-LINE FROM WS-PRT-LINE.
006110     MOVE 5 TO WS-LINE-CNT.
006120 6030-PRINT-DET-PAGE-HEAD-EXIT.
006130     EXIT.
006140
006210     PERFORM 3950-FORMAT-GROUP-CODES
006220                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
006230     STRING ' OFFICER ' WS-PRT-OFFICER
006235            '  ' WS-PRT-OFFICER-NAME
006240            DELIMITED BY SIZE INTO WS-PRT-LINE.
006250     WRITE BRD-LINE FROM WS-PRT-LINE.
006260     ADD 1 TO WS-LINE-CNT.
006480             ADD 1 TO WS-BRN-THEN-TOT
006490         WHEN 'SUPP'
006500             ADD 1 TO WS-BRN-SUPP-TOT
006503         WHEN 'OVRD'
006506             ADD 1 TO WS-BRN-OVRD-TOT
006510         WHEN OTHER
006520             ADD 1 TO WS-BRN-ELSE-TOT
006530     END-EVALUATE.
006610     MOVE WS-BRN-THEN-TOT TO WS-ED-1.
006620     MOVE WS-BRN-ELSE-TOT TO WS-ED-2.
006630     MOVE WS-BRN-SUPP-TOT TO WS-ED-3.
006635     MOVE WS-BRN-OVRD-TOT TO WS-ED-4.
006640     MOVE SPACE TO WS-PRT-LINE.
006650     PERFORM 3950-FORMAT-GROUP-CODES
006660                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
006680            ' TOTALS - ELIG ' WS-ED-1
006690            '  REJ ' WS-ED-2
006700            '  SUPP ' WS-ED-3
006705            '  OVRD ' WS-ED-4
006710            DELIMITED BY SIZE INTO WS-PRT-LINE.
006720     WRITE BRD-LINE FROM WS-PRT-LINE.
006730     ADD 1 TO WS-LINE-CNT.
