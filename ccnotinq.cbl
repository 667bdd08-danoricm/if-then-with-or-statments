000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCNOTINQ.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  NOTICES-SENT INQUIRY.  READS
000230*                  THE CURRENT NOTICES-SENT REGISTER GENERATION
000240*                  (ALREADY IN ACCOUNT NUMBER AND SENT DATE
000250*                  ORDER - CCNOTIFY COPIES IT FORWARD THAT WAY),
000260*                  SELECTS BY ACCOUNT NUMBER AND/OR SENT DATE ON
000270*                  THE SAME INQPARM RECORD THE AUDIT INQUIRY
000280*                  TAKES, AND PRINTS EACH SELECTED ACCOUNT'S
000290*                  LETTERS IN DATE ORDER - TYPE, REASON,
000300*                  REFERENCE, AND HOW IT WENT OUT - SO A CUSTOMER
000310*                  OR COMPLIANCE QUESTION ABOUT WHAT WE WROTE AND
000320*                  WHEN IS A REPORT.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT NOTEFILE   ASSIGN TO NOTEFILE
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT INQPARM    ASSIGN TO INQPARM
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT INQRPT     ASSIGN TO INQRPT
000420            ORGANIZATION IS SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  NOTEFILE
000470     RECORDING MODE IS F.
000480 COPY CCNOTE.
000490
000500 FD  INQPARM
000510     RECORDING MODE IS F.
000520 COPY CCINQ.
000530
000540 FD  INQRPT
000550     RECORDING MODE IS F.
000560 01  INQ-LINE                  PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------*
000600* SWITCHES
000610*----------------------------------------------------------------*
000620 77  WS-EOF-SW              PIC X(01)   VALUE 'N'.
000630     88  WS-EOF                         VALUE 'Y'.
000640
000650*----------------------------------------------------------------*
000660* RUN DATE - PRINTED ON THE INQUIRY REPORT TITLE
000670*----------------------------------------------------------------*
000680 77  WS-CURR-DATE           PIC 9(08).
000690
000700*----------------------------------------------------------------*
000710* ACCOUNT OF THE GROUP CURRENTLY PRINTING.  SPACES MEANS NO GROUP
000720* HAS STARTED YET.
000730*----------------------------------------------------------------*
000740 77  WS-PREV-ACCT           PIC X(07)   VALUE SPACE.
000750
000760*----------------------------------------------------------------*
000770* THE SENT DATE SPLIT FOR PRINTING, AND THE PLAIN-WORDS FORMS OF
000780* THE LETTER TYPE AND CHANNEL
000790*----------------------------------------------------------------*
000800 01  WS-SENT-DATE.
000810     05  WS-SENT-CC         PIC 9(02).
000820     05  WS-SENT-YY         PIC 9(02).
000830     05  WS-SENT-MM         PIC 9(02).
000840     05  WS-SENT-DD         PIC 9(02).
000850 77  WS-TYPE-DESC           PIC X(07)   VALUE SPACE.
000860 77  WS-CHANNEL-DESC        PIC X(15)   VALUE SPACE.
000870
000880*----------------------------------------------------------------*
000890* RUN CONTROL COUNTERS FOR THE INQUIRY REPORT
000900*----------------------------------------------------------------*
000910 77  WS-RECS-READ           PIC 9(07)   VALUE ZERO   COMP.
000920 77  WS-RECS-SELECTED       PIC 9(07)   VALUE ZERO   COMP.
000930 77  WS-ACCTS-PRINTED       PIC 9(07)   VALUE ZERO   COMP.
000940 77  WS-DECLINE-COUNT       PIC 9(07)   VALUE ZERO   COMP.
000950 77  WS-WELCOME-COUNT       PIC 9(07)   VALUE ZERO   COMP.
000960
000970*----------------------------------------------------------------*
000980* INQUIRY REPORT LINE WORK AREAS
000990*----------------------------------------------------------------*
001000 01  WS-RPT-DATE.
001010     05  WS-RPT-DATE-CC     PIC 9(02).
001020     05  WS-RPT-DATE-YY     PIC 9(02).
001030     05  WS-RPT-DATE-MM     PIC 9(02).
001040     05  WS-RPT-DATE-DD     PIC 9(02).
001050 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
001060 01  WS-RPT-ACCT-ED         PIC 9(07).
001070 PROCEDURE DIVISION.
001080*================================================================*
001090* 0000-MAINLINE
001100*================================================================*
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001130     PERFORM 2000-PROCESS-NOTEFILE
001140                                 THRU 2000-PROCESS-NOTEFILE-EXIT
001150         UNTIL WS-EOF.
001160     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001170     GO TO 9999-EXIT.
001180
001190*----------------------------------------------------------------*
001200* 1000-INITIALIZE - OPEN FILES, LOAD THE SELECTION PARAMETER
001210*     (DEFAULTING TO EVERY ACCOUNT AND AN OPEN DATE RANGE WHEN
001220*     THE PARAMETER FILE IS EMPTY), PRINT THE TITLE, AND PRIME
001230*     THE READ.
001240*----------------------------------------------------------------*
001250 1000-INITIALIZE.
001260     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001270     OPEN INPUT  NOTEFILE.
001280     OPEN INPUT  INQPARM.
001290     OPEN OUTPUT INQRPT.
001300     READ INQPARM
001310         AT END
001320             MOVE ZERO TO CC-INQ-ACCT-NO
001330             MOVE ZERO TO CC-INQ-FROM-DATE
001340             MOVE ZERO TO CC-INQ-TO-DATE
001350     END-READ.
001360     CLOSE INQPARM.
001370     PERFORM 8100-PRINT-REPORT-TITLE
001380                            THRU 8100-PRINT-REPORT-TITLE-EXIT.
001390     PERFORM 2100-READ-NOTEFILE  THRU 2100-READ-NOTEFILE-EXIT.
001400 1000-INITIALIZE-EXIT.
001410     EXIT.
001420
001430*----------------------------------------------------------------*
001440* 2000-PROCESS-NOTEFILE - SELECT ONE REGISTER ENTRY AND PRINT IT
001450*     IN ITS ACCOUNT GROUP, THEN READ THE NEXT ONE.
001460*----------------------------------------------------------------*
001470 2000-PROCESS-NOTEFILE.
001480     PERFORM 2200-SELECT-ENTRY   THRU 2200-SELECT-ENTRY-EXIT.
001490     PERFORM 2100-READ-NOTEFILE  THRU 2100-READ-NOTEFILE-EXIT.
001500 2000-PROCESS-NOTEFILE-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------------*
001540* 2100-READ-NOTEFILE - READ THE NEXT REGISTER ENTRY
001550*----------------------------------------------------------------*
001560 2100-READ-NOTEFILE.
001570     READ NOTEFILE
001580         AT END
001590             MOVE 'Y' TO WS-EOF-SW
001600     END-READ.
001610     IF NOT WS-EOF
001620         ADD 1 TO WS-RECS-READ
001630     END-IF.
001640 2100-READ-NOTEFILE-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------*
001680* 2200-SELECT-ENTRY - APPLY THE ACCOUNT AND DATE-RANGE SELECTION.
001690*     THE DATE TESTED IS THE DATE THE LETTER WAS ISSUED.
001700*----------------------------------------------------------------*
001710 2200-SELECT-ENTRY.
001720     IF CC-INQ-ACCT-NO > ZERO
001730             AND CC-NOTE-ACCT-NO NOT = CC-INQ-ACCT-NO
001740         GO TO 2200-SELECT-ENTRY-EXIT
001750     END-IF.
001760     IF CC-INQ-FROM-DATE > ZERO
001770             AND CC-NOTE-SENT-DATE < CC-INQ-FROM-DATE
001780         GO TO 2200-SELECT-ENTRY-EXIT
001790     END-IF.
001800     IF CC-INQ-TO-DATE > ZERO
001810             AND CC-NOTE-SENT-DATE > CC-INQ-TO-DATE
001820         GO TO 2200-SELECT-ENTRY-EXIT
001830     END-IF.
001840     ADD 1 TO WS-RECS-SELECTED.
001850     IF CC-NOTE-IS-WELCOME
001860         ADD 1 TO WS-WELCOME-COUNT
001870     ELSE
001880         ADD 1 TO WS-DECLINE-COUNT
001890     END-IF.
001900     PERFORM 3000-PRINT-NOTICE-LINE
001910                            THRU 3000-PRINT-NOTICE-LINE-EXIT.
001920 2200-SELECT-ENTRY-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------*
001960* 3000-PRINT-NOTICE-LINE - START A NEW ACCOUNT GROUP WHEN THE KEY
001970*     CHANGES, THEN PRINT ONE LETTER LINE.  THE REGISTER ORDER
001980*     MAKES EACH GROUP CHRONOLOGICAL.
001990*----------------------------------------------------------------*
002000 3000-PRINT-NOTICE-LINE.
002010     IF CC-NOTE-ACCT-NO NOT = WS-PREV-ACCT
002020         ADD 1 TO WS-ACCTS-PRINTED
002030         MOVE CC-NOTE-ACCT-NO TO WS-PREV-ACCT
002040         MOVE CC-NOTE-ACCT-NO TO WS-RPT-ACCT-ED
002050         MOVE SPACE TO INQ-LINE
002060         WRITE INQ-LINE
002070         MOVE SPACE TO INQ-LINE
002080         STRING 'ACCOUNT ' WS-RPT-ACCT-ED '  ' CC-NOTE-CUST-NAME
002090                '  BRANCH ' CC-NOTE-BRANCH-CD
002100                '  OFFICER ' CC-NOTE-OFFICER-CD
002110                DELIMITED BY SIZE INTO INQ-LINE
002120         WRITE INQ-LINE
002130     END-IF.
002140     MOVE CC-NOTE-SENT-DATE TO WS-SENT-DATE.
002150     EVALUATE TRUE
002160         WHEN CC-NOTE-IS-WELCOME
002170             MOVE 'WELCOME' TO WS-TYPE-DESC
002180         WHEN CC-NOTE-IS-DECLINE
002190             MOVE 'DECLINE' TO WS-TYPE-DESC
002200         WHEN OTHER
002210             MOVE CC-NOTE-TYPE TO WS-TYPE-DESC
002220     END-EVALUATE.
002230     EVALUATE TRUE
002240         WHEN CC-NOTE-BY-MAIL
002250             MOVE 'MAILED' TO WS-CHANNEL-DESC
002260         WHEN CC-NOTE-BY-BRANCH
002270             MOVE 'BRANCH DELIVERY' TO WS-CHANNEL-DESC
002280         WHEN CC-NOTE-HELD
002290             MOVE 'HELD AT BRANCH' TO WS-CHANNEL-DESC
002300         WHEN OTHER
002310             MOVE CC-NOTE-CHANNEL TO WS-CHANNEL-DESC
002320     END-EVALUATE.
002330     MOVE SPACE TO INQ-LINE.
002340     STRING '  ' WS-SENT-MM '/' WS-SENT-DD '/'
002350            WS-SENT-CC WS-SENT-YY
002360            '  ' WS-TYPE-DESC
002370            '  ' CC-NOTE-REASON-CD
002380            '  REF ' CC-NOTE-SENT-DATE '-' CC-NOTE-LETTER-NO
002390            '  ' WS-CHANNEL-DESC
002400            DELIMITED BY SIZE INTO INQ-LINE.
002410     WRITE INQ-LINE.
002420 3000-PRINT-NOTICE-LINE-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------*
002460* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND CLOSE FILES
002470*----------------------------------------------------------------*
002480 8000-FINALIZE.
002490     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
002500     CLOSE NOTEFILE.
002510     CLOSE INQRPT.
002520 8000-FINALIZE-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560* 8100-PRINT-REPORT-TITLE - TITLE AND THE SELECTION IN EFFECT
002570*----------------------------------------------------------------*
002580 8100-PRINT-REPORT-TITLE.
002590     MOVE WS-CURR-DATE TO WS-RPT-DATE.
002600     MOVE SPACE TO INQ-LINE.
002610     STRING 'CCNOTINQ NOTICES-SENT INQUIRY - RUN DATE '
002620            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
002630            WS-RPT-DATE-CC WS-RPT-DATE-YY
002640            DELIMITED BY SIZE INTO INQ-LINE.
002650     WRITE INQ-LINE.
002660
002670     MOVE SPACE TO INQ-LINE.
002680     IF CC-INQ-ACCT-NO > ZERO
002690         MOVE CC-INQ-ACCT-NO TO WS-RPT-ACCT-ED
002700         STRING 'SELECTED ACCOUNT ' WS-RPT-ACCT-ED
002710                DELIMITED BY SIZE INTO INQ-LINE
002720     ELSE
002730         MOVE 'SELECTED ACCOUNT - ALL' TO INQ-LINE
002740     END-IF.
002750     WRITE INQ-LINE.
002760
002770     MOVE SPACE TO INQ-LINE.
002780     IF CC-INQ-FROM-DATE > ZERO OR CC-INQ-TO-DATE > ZERO
002790         STRING 'SENT DATE RANGE ' CC-INQ-FROM-DATE
002800                ' THRU ' CC-INQ-TO-DATE
002810                DELIMITED BY SIZE INTO INQ-LINE
002820     ELSE
002830         MOVE 'SENT DATE RANGE - OPEN' TO INQ-LINE
002840     END-IF.
002850     WRITE INQ-LINE.
002860 8100-PRINT-REPORT-TITLE-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------*
002900* 8200-PRINT-SUMMARY - END-OF-RUN CONTROL COUNTS
002910*----------------------------------------------------------------*
002920 8200-PRINT-SUMMARY.
002930     MOVE SPACE TO INQ-LINE.
002940     WRITE INQ-LINE.
002950
002960     MOVE WS-RECS-READ TO WS-RPT-COUNT-ED.
002970     MOVE SPACE TO INQ-LINE.
002980     STRING 'REGISTER ENTRIES READ  . . . . . ' WS-RPT-COUNT-ED
002990            DELIMITED BY SIZE INTO INQ-LINE.
003000     WRITE INQ-LINE.
003010
003020     MOVE WS-RECS-SELECTED TO WS-RPT-COUNT-ED.
003030     MOVE SPACE TO INQ-LINE.
003040     STRING 'REGISTER ENTRIES SELECTED  . . . ' WS-RPT-COUNT-ED
003050            DELIMITED BY SIZE INTO INQ-LINE.
003060     WRITE INQ-LINE.
003070
003080     MOVE WS-DECLINE-COUNT TO WS-RPT-COUNT-ED.
003090     MOVE SPACE TO INQ-LINE.
003100     STRING '  DECLINE LETTERS  . . . . . . . ' WS-RPT-COUNT-ED
003110            DELIMITED BY SIZE INTO INQ-LINE.
003120     WRITE INQ-LINE.
003130
003140     MOVE WS-WELCOME-COUNT TO WS-RPT-COUNT-ED.
003150     MOVE SPACE TO INQ-LINE.
003160     STRING '  WELCOME LETTERS  . . . . . . . ' WS-RPT-COUNT-ED
003170            DELIMITED BY SIZE INTO INQ-LINE.
003180     WRITE INQ-LINE.
003190
003200     MOVE WS-ACCTS-PRINTED TO WS-RPT-COUNT-ED.
003210     MOVE SPACE TO INQ-LINE.
003220     STRING 'ACCOUNTS PRINTED . . . . . . . . ' WS-RPT-COUNT-ED
003230            DELIMITED BY SIZE INTO INQ-LINE.
003240     WRITE INQ-LINE.
003250 8200-PRINT-SUMMARY-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------*
003290* 9999-EXIT - COMMON PROGRAM EXIT
003300*----------------------------------------------------------------*
003310 9999-EXIT.
003320     STOP RUN.
