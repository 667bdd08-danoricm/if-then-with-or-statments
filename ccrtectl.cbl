000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCRTECTL.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  DISTRIBUTION CONTROL REPORT.
000230*                  PROVES THE SPLIT CCROUTE MADE OF THE DAY'S
000240*                  MASTER EXTRACT.  READS THE SUBSCRIBER TABLE,
000250*                  THE MASTER, AND EVERY SUBSCRIBER'S FILE
000260*                  (SUBIN01-SUBIN08 BY SLOT), AND MATCHES THEM BY
000270*                  ACCOUNT.  EACH MASTER DETAIL MUST BE ON THE
000280*                  FILE OF EVERY SUBSCRIBER WHOSE CATEGORY AND
000290*                  BRANCH SELECTION TAKES IT, EXACTLY AS ON THE
000300*                  MASTER, AND ON NO OTHER SUBSCRIBER'S FILE;
000310*                  EVERY SUBSCRIBER RECORD MUST BE ON THE MASTER.
000320*                  EACH SUBSCRIBER FILE'S HEADER MUST BE THE
000330*                  MASTER'S WITH ITS OWN ID, AND ITS TRAILER MUST
000340*                  CARRY ITS OWN COUNT AND HASH, THE MASTER'S FEED
000350*                  IDENTITY, AND RECEIVED TOTALS OF ZERO.  EACH
000360*                  FAILURE IS LISTED AS AN EXCEPTION AND COUNTED
000370*                  ON THAT SUBSCRIBER'S PAGE; ANY FAILURE ENDS THE
000380*                  RUN WITH RC=8, WHICH HOLDS THE TRANSMISSION OF
000390*                  EVERY SUBSCRIBER FILE.  A BAD SUBSCRIBER TABLE
000400*                  ENDS IT WITH RC=16.
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SUBSCRIB   ASSIGN TO SUBSCRIB
000460            ORGANIZATION IS SEQUENTIAL.
000470     SELECT EXTFILE    ASSIGN TO EXTFILE
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT SUBIN01    ASSIGN TO SUBIN01
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT SUBIN02    ASSIGN TO SUBIN02
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT SUBIN03    ASSIGN TO SUBIN03
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT SUBIN04    ASSIGN TO SUBIN04
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT SUBIN05    ASSIGN TO SUBIN05
000580            ORGANIZATION IS SEQUENTIAL.
000590     SELECT SUBIN06    ASSIGN TO SUBIN06
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT SUBIN07    ASSIGN TO SUBIN07
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT SUBIN08    ASSIGN TO SUBIN08
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT RTCRPT     ASSIGN TO RTCRPT
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT RUNLOG     ASSIGN TO RUNLOG
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT PROCDATE   ASSIGN TO PROCDATE
000700            ORGANIZATION IS SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SUBSCRIB
000750     RECORDING MODE IS F.
000760 COPY CCSUBS.
000770
000780 FD  EXTFILE
000790     RECORDING MODE IS F.
000800 COPY CCEXT.
000810
000820 FD  SUBIN01
000830     RECORDING MODE IS F.
000840 01  SUBIN01-REC               PIC X(80).
000850
000860 FD  SUBIN02
000870     RECORDING MODE IS F.
000880 01  SUBIN02-REC               PIC X(80).
000890
000900 FD  SUBIN03
000910     RECORDING MODE IS F.
000920 01  SUBIN03-REC               PIC X(80).
000930
000940 FD  SUBIN04
000950     RECORDING MODE IS F.
000960 01  SUBIN04-REC               PIC X(80).
000970
000980 FD  SUBIN05
000990     RECORDING MODE IS F.
001000 01  SUBIN05-REC               PIC X(80).
001010
001020 FD  SUBIN06
001030     RECORDING MODE IS F.
001040 01  SUBIN06-REC               PIC X(80).
001050
001060 FD  SUBIN07
001070     RECORDING MODE IS F.
001080 01  SUBIN07-REC               PIC X(80).
001090
001100 FD  SUBIN08
001110     RECORDING MODE IS F.
001120 01  SUBIN08-REC               PIC X(80).
001130
001140 FD  RTCRPT
001150     RECORDING MODE IS F.
001160 01  RTC-LINE                  PIC X(80).
001170
001180 FD  RUNLOG
001190     RECORDING MODE IS F.
001200 COPY CCRLOG.
001210
001220 FD  PROCDATE
001230     RECORDING MODE IS F.
001240 COPY CCPDT.
001250
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------*
001280* SWITCHES
001290*----------------------------------------------------------------*
001300 77  WS-SUB-EOF-SW          PIC X(01)   VALUE 'N'.
001310     88  WS-SUB-EOF                     VALUE 'Y'.
001320 77  WS-EXT-EOF-SW          PIC X(01)   VALUE 'N'.
001330     88  WS-EXT-EOF                     VALUE 'Y'.
001340 77  WS-IN-EOF-SW           PIC X(01)   VALUE 'N'.
001350     88  WS-IN-EOF                      VALUE 'Y'.
001360 77  WS-HAVE-DET-SW         PIC X(01)   VALUE 'N'.
001370     88  WS-HAVE-DET                    VALUE 'Y'.
001380 77  WS-ROUTED-SW           PIC X(01)   VALUE 'N'.
001390     88  WS-ROUTED                      VALUE 'Y'.
001400 77  WS-SELECTED-SW         PIC X(01)   VALUE 'N'.
001410     88  WS-SELECTED                    VALUE 'Y'.
001420 77  WS-CAT-OK-SW           PIC X(01)   VALUE 'N'.
001430     88  WS-CAT-OK                      VALUE 'Y'.
001440 77  WS-BRN-OK-SW           PIC X(01)   VALUE 'N'.
001450     88  WS-BRN-OK                      VALUE 'Y'.
001460 77  WS-OOB-SW              PIC X(01)   VALUE 'N'.
001470     88  WS-OUT-OF-BALANCE              VALUE 'Y'.
001480
001490*----------------------------------------------------------------*
001500* RUN DATE - PRINTED ON THE CONTROL REPORT.  IT IS THE BUSINESS
001510* DATE FROM PROCDATE; THE CLOCK DATE IS TAKEN ONLY FOR THE RUN LOG
001520* TIMESTAMP.
001530*----------------------------------------------------------------*
001540 77  WS-CURR-DATE           PIC 9(08).
001550 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001560 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001570
001580*----------------------------------------------------------------*
001590* RUN LOG WORK AREAS - EVERY CHAIN PROGRAM WRITES ONE START AND
001600* ONE END RECORD TO THE SHARED RUNLOG FILE FOR THE END-OF-DAY
001610* OPERATIONS REPORT.
001620*----------------------------------------------------------------*
001630 77  WS-RLOG-TYPE           PIC X(01)   VALUE SPACE.
001640 77  WS-RLOG-IN             PIC 9(07)   VALUE ZERO.
001650 77  WS-RLOG-OUT            PIC 9(07)   VALUE ZERO.
001660 77  WS-RLOG-RC             PIC 9(02)   VALUE ZERO.
001670 77  WS-RLOG-REST           PIC X(01)   VALUE 'N'.
001680
001690*----------------------------------------------------------------*
001700* SUBSCRIBER TABLE, LOADED AND CHECKED AS THE ROUTING RUN LOADS
001710* IT.  EACH ENTRY ALSO HOLDS THE SUBSCRIBER FILE'S CURRENT DETAIL
001720* - THE NEXT ONE NOT YET MATCHED - AND THAT FILE'S PROOF COUNTS.
001730* A FIRST RECORD THAT IS NOT A HEADER IS LEFT PENDING, TO BE TAKEN
001740* AS THE FILE'S FIRST DETAIL.
001750*----------------------------------------------------------------*
001760 77  WS-SUB-MAX             PIC 9(02)   VALUE 8      COMP.
001770 77  WS-SUB-CAT-MAX         PIC 9(02)   VALUE 10     COMP.
001780 77  WS-SUB-BRN-MAX         PIC 9(02)   VALUE 50     COMP.
001790 77  WS-SUB-COUNT           PIC 9(02)   VALUE ZERO   COMP.
001800 77  WS-SUB-IX              PIC 9(02)   VALUE ZERO   COMP.
001810 77  WS-SUB-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
001820 77  WS-SEL-IX              PIC 9(02)   VALUE ZERO   COMP.
001830 77  WS-SUB-CHK-ID          PIC X(08)   VALUE SPACE.
001840 01  WS-SUB-TABLE.
001850     05  WS-SUB-ENTRY  OCCURS 8 TIMES.
001860         10  WS-SUB-ID          PIC X(08).
001870         10  WS-SUB-NAME        PIC X(24).
001880         10  WS-SUB-SLOT        PIC 9(02).
001890         10  WS-SUB-CAT-COUNT   PIC 9(02)   COMP.
001900         10  WS-SUB-CAT  OCCURS 10 TIMES
001910                                PIC X(03).
001920         10  WS-SUB-BRN-COUNT   PIC 9(02)   COMP.
001930         10  WS-SUB-BRN  OCCURS 50 TIMES
001940                                PIC X(04).
001950         10  WS-SUB-CUR-REC     PIC X(80).
001960         10  WS-SUB-CUR-DET  REDEFINES WS-SUB-CUR-REC.
001970             15  WS-SUB-CUR-TYPE    PIC X(01).
001980             15  WS-SUB-CUR-ACCT    PIC 9(07).
001990             15  WS-SUB-CUR-VALUE   PIC 9(03).
002000             15  WS-SUB-CUR-CAT     PIC X(03).
002010             15  FILLER             PIC X(28).
002020             15  WS-SUB-CUR-BRANCH  PIC X(04).
002030             15  FILLER             PIC X(34).
002040         10  WS-SUB-CUR-EOF-SW  PIC X(01).
002050             88  WS-SUB-CUR-EOF         VALUE 'Y'.
002060         10  WS-SUB-PENDING-SW  PIC X(01).
002070             88  WS-SUB-PENDING         VALUE 'Y'.
002080         10  WS-SUB-LAST-ACCT   PIC 9(07).
002090         10  WS-SUB-HDR-COUNT   PIC 9(03)   COMP.
002100         10  WS-SUB-HDR-BAD     PIC 9(03)   COMP.
002110         10  WS-SUB-SELECTED    PIC 9(07)   COMP.
002120         10  WS-SUB-DET-RECS    PIC 9(07)   COMP.
002130         10  WS-SUB-DET-HASH    PIC 9(15)   COMP.
002140         10  WS-SUB-GOOD        PIC 9(07)   COMP.
002150         10  WS-SUB-MISSING     PIC 9(07)   COMP.
002160         10  WS-SUB-MISROUTED   PIC 9(07)   COMP.
002170         10  WS-SUB-DIFFERS     PIC 9(07)   COMP.
002180         10  WS-SUB-NOT-MASTER  PIC 9(07)   COMP.
002190         10  WS-SUB-DUPLICATE   PIC 9(07)   COMP.
002200         10  WS-SUB-MISPLACED   PIC 9(07)   COMP.
002210         10  WS-SUB-TRL-COUNT   PIC 9(03)   COMP.
002220         10  WS-SUB-TRL-CLAIM   PIC 9(07)   COMP.
002230         10  WS-SUB-TRL-HASH    PIC 9(15)   COMP.
002240         10  WS-SUB-TRL-SOURCE  PIC X(08).
002250         10  WS-SUB-TRL-BUS-DT  PIC 9(08).
002260         10  WS-SUB-TRL-SEQ-NO  PIC 9(06).
002270         10  WS-SUB-TRL-RECV-CT PIC 9(07)   COMP.
002280         10  WS-SUB-TRL-RECV-HS PIC 9(15)   COMP.
002290
002300*----------------------------------------------------------------*
002310* A SUBSCRIBER FILE TRAILER, LAID OUT FOR ITS CLAIMS
002320*----------------------------------------------------------------*
002330 01  WS-IN-REC              PIC X(80).
002340 01  WS-IN-TRL  REDEFINES WS-IN-REC.
002350     05  FILLER             PIC X(01).
002360     05  WS-IN-TRL-COUNT    PIC 9(07).
002370     05  WS-IN-TRL-HASH     PIC 9(15).
002380     05  WS-IN-TRL-SOURCE   PIC X(08).
002390     05  WS-IN-TRL-BUS-DT   PIC 9(08).
002400     05  WS-IN-TRL-SEQ-NO   PIC 9(06).
002410     05  WS-IN-TRL-RECV-CT  PIC 9(07).
002420     05  WS-IN-TRL-RECV-HS  PIC 9(15).
002430     05  FILLER             PIC X(13).
002440
002450*----------------------------------------------------------------*
002460* THE MASTER HEADER, AND THE HEADER EXPECTED ON A SUBSCRIBER'S
002470* FILE - THE MASTER'S WITH THE SUBSCRIBER ID ADDED
002480*----------------------------------------------------------------*
002490 01  WS-MST-HDR             PIC X(80)   VALUE SPACE.
002500 01  WS-EXP-HDR             PIC X(80).
002510 01  WS-EXP-HDR-FIELDS  REDEFINES WS-EXP-HDR.
002520     05  FILLER             PIC X(25).
002530     05  WS-EXP-HDR-SUB-ID  PIC X(08).
002540     05  FILLER             PIC X(47).
002550
002560*----------------------------------------------------------------*
002570* MASTER EXTRACT COUNTS, AND WHAT ITS TRAILER CLAIMS
002580*----------------------------------------------------------------*
002590 77  WS-MST-HDR-COUNT       PIC 9(03)   VALUE ZERO   COMP.
002600 77  WS-MST-TRL-COUNT       PIC 9(03)   VALUE ZERO   COMP.
002610 77  WS-MST-DET-COUNT       PIC 9(07)   VALUE ZERO   COMP.
002620 77  WS-MST-DET-HASH        PIC 9(15)   VALUE ZERO   COMP.
002630 77  WS-MST-MISPLACED       PIC 9(07)   VALUE ZERO   COMP.
002640 77  WS-MST-SEQ-ERRORS      PIC 9(07)   VALUE ZERO   COMP.
002650 77  WS-MST-LAST-ACCT       PIC 9(07)   VALUE ZERO.
002660 77  WS-MST-TRL-CLAIM       PIC 9(07)   VALUE ZERO   COMP.
002670 77  WS-MST-TRL-HASH        PIC 9(15)   VALUE ZERO   COMP.
002680 77  WS-MST-TRL-SOURCE      PIC X(08)   VALUE SPACE.
002690 77  WS-MST-TRL-BUS-DT      PIC 9(08)   VALUE ZERO.
002700 77  WS-MST-TRL-SEQ-NO      PIC 9(06)   VALUE ZERO.
002710 77  WS-UNROUTED-COUNT      PIC 9(07)   VALUE ZERO   COMP.
002720 77  WS-EXPECTED-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
002730 77  WS-RECEIVED-TOTAL      PIC 9(07)   VALUE ZERO   COMP.
002740 77  WS-EXCEPTION-COUNT     PIC 9(07)   VALUE ZERO   COMP.
002750 77  WS-HASH-WORK           PIC 9(15)   VALUE ZERO   COMP.
002760
002770*----------------------------------------------------------------*
002780* CONTROL REPORT LINE WORK AREAS
002790*----------------------------------------------------------------*
002800 01  WS-RPT-DATE.
002810     05  WS-RPT-DATE-CC     PIC 9(02).
002820     05  WS-RPT-DATE-YY     PIC 9(02).
002830     05  WS-RPT-DATE-MM     PIC 9(02).
002840     05  WS-RPT-DATE-DD     PIC 9(02).
002850 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
002860 01  WS-RPT-COUNT-2-ED      PIC Z,ZZZ,ZZ9.
002870 01  WS-CHECK-TITLE         PIC X(34)   VALUE SPACE.
002880 01  WS-RPT-HASH-ED         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002890 01  WS-RPT-HASH-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002900 01  WS-RPT-HASH-INDENT     PIC X(48)   VALUE SPACE.
002910 01  WS-EXC-TEXT            PIC X(22)   VALUE SPACE.
002920 01  WS-EXC-ACCT            PIC 9(07).
002930 01  WS-EXC-CAT             PIC X(03).
002940 01  WS-EXC-BRANCH          PIC X(04).
002950
002960 PROCEDURE DIVISION.
002970*================================================================*
002980* 0000-MAINLINE
002990*================================================================*
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003020     PERFORM 3000-PROVE-DETAIL   THRU 3000-PROVE-DETAIL-EXIT
003030         UNTIL WS-EXT-EOF.
003040     PERFORM 3500-DRAIN-SUBSCRIBER
003050                           THRU 3500-DRAIN-SUBSCRIBER-EXIT
003060         VARYING WS-SUB-IX FROM 1 BY 1
003070         UNTIL WS-SUB-IX > WS-SUB-COUNT.
003080     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
003090     GO TO 9999-EXIT.
003100
003110*----------------------------------------------------------------*
003120* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOG THE START, LOAD
003130*     THE SUBSCRIBER TABLE, PRINT THE TITLE, TAKE THE MASTER
003140*     HEADER, AND OPEN AND PRIME EVERY SUBSCRIBER'S FILE.
003150*----------------------------------------------------------------*
003160 1000-INITIALIZE.
003170     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
003180     OPEN EXTEND RUNLOG.
003190     MOVE 'S' TO WS-RLOG-TYPE.
003200     MOVE ZERO TO WS-RLOG-IN.
003210     MOVE ZERO TO WS-RLOG-OUT.
003220     MOVE ZERO TO WS-RLOG-RC.
003230     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
003240     PERFORM 1100-LOAD-SUBSCRIBERS
003250                           THRU 1100-LOAD-SUBSCRIBERS-EXIT.
003260     OPEN INPUT  EXTFILE.
003270     OPEN OUTPUT RTCRPT.
003280     PERFORM 8100-PRINT-REPORT-TITLE
003290                           THRU 8100-PRINT-REPORT-TITLE-EXIT.
003300     READ EXTFILE
003310         AT END
003320             MOVE 'Y' TO WS-EXT-EOF-SW
003330     END-READ.
003340     IF NOT WS-EXT-EOF AND CC-EXT-IS-HEADER
003350         ADD 1 TO WS-MST-HDR-COUNT
003360         MOVE CC-EXT-REC TO WS-MST-HDR
003370     END-IF.
003380     PERFORM 1200-OPEN-SUBSCRIBER-FILE
003390                           THRU 1200-OPEN-SUBSCRIBER-FILE-EXIT
003400         VARYING WS-SUB-IX FROM 1 BY 1
003410         UNTIL WS-SUB-IX > WS-SUB-COUNT.
003420     IF NOT WS-EXT-EOF AND CC-EXT-IS-HEADER
003430         PERFORM 2100-READ-MASTER-DETAIL
003440                           THRU 2100-READ-MASTER-DETAIL-EXIT
003450     ELSE
003460         IF NOT WS-EXT-EOF
003470             PERFORM 2150-CHECK-MASTER-RECORD
003480                           THRU 2150-CHECK-MASTER-RECORD-EXIT
003490         END-IF
003500     END-IF.
003510 1000-INITIALIZE-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------*
003550* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
003560*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
003570*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
003580*----------------------------------------------------------------*
003590 1050-READ-PROC-DATE.
003600     OPEN INPUT  PROCDATE.
003610     READ PROCDATE
003620         AT END
003630             DISPLAY 'CCRTECTL - PROCDATE IS EMPTY - ABORT'
003640             MOVE 16 TO RETURN-CODE
003650             STOP RUN
003660     END-READ.
003670     CLOSE PROCDATE.
003680     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
003690 1050-READ-PROC-DATE-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------*
003730* 1100-LOAD-SUBSCRIBERS - LOAD THE SUBSCRIBER TABLE.  AN EMPTY
003740*     TABLE ROUTES NOTHING AND IS REFUSED.
003750*----------------------------------------------------------------*
003760 1100-LOAD-SUBSCRIBERS.
003770     OPEN INPUT  SUBSCRIB.
003780     PERFORM 1110-TAKE-SUBSCRIBER THRU 1110-TAKE-SUBSCRIBER-EXIT
003790         UNTIL WS-SUB-EOF.
003800     CLOSE SUBSCRIB.
003810     IF WS-SUB-COUNT = ZERO
003820         DISPLAY 'CCRTECTL - SUBSCRIB HAS NO SUBSCRIBERS '
003830                 '- ABORTING'
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870 1100-LOAD-SUBSCRIBERS-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
003910* 1110-TAKE-SUBSCRIBER - ONE SUBSCRIBER FILE RECORD.  A DEFINITION
003920*     STARTS A NEW TABLE ENTRY; A CATEGORY OR BRANCH RECORD ADDS
003930*     TO THE ENTRY FOR ITS OWN ID, WHICH MUST BE THE ONE JUST
003940*     DEFINED.
003950*----------------------------------------------------------------*
003960 1110-TAKE-SUBSCRIBER.
003970     READ SUBSCRIB
003980         AT END
003990             MOVE 'Y' TO WS-SUB-EOF-SW
004000             GO TO 1110-TAKE-SUBSCRIBER-EXIT
004010     END-READ.
004020     IF CC-SUB-IS-DEFINITION
004030         PERFORM 1120-ADD-SUBSCRIBER THRU 1120-ADD-SUBSCRIBER-EXIT
004040         GO TO 1110-TAKE-SUBSCRIBER-EXIT
004050     END-IF.
004060     IF WS-SUB-COUNT = ZERO
004070         DISPLAY 'CCRTECTL - SUBSCRIB RECORD FOR ' CC-SUB-ID
004080                 ' AHEAD OF ITS DEFINITION - ABORTING'
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     IF CC-SUB-ID NOT = WS-SUB-ID (WS-SUB-COUNT)
004130         DISPLAY 'CCRTECTL - SUBSCRIB RECORD FOR ' CC-SUB-ID
004140                 ' AHEAD OF ITS DEFINITION - ABORTING'
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     EVALUATE TRUE
004190         WHEN CC-SUB-IS-CATEGORIES
004200             PERFORM 1130-TAKE-CATEGORY
004210                           THRU 1130-TAKE-CATEGORY-EXIT
004220                 VARYING WS-SEL-IX FROM 1 BY 1
004230                 UNTIL WS-SEL-IX > 10
004240         WHEN CC-SUB-IS-BRANCHES
004250             PERFORM 1140-TAKE-BRANCH
004260                           THRU 1140-TAKE-BRANCH-EXIT
004270                 VARYING WS-SEL-IX FROM 1 BY 1
004280                 UNTIL WS-SEL-IX > 15
004290         WHEN OTHER
004300             DISPLAY 'CCRTECTL - UNKNOWN SUBSCRIB RECORD TYPE '
004310                     CC-SUB-REC-TYPE ' FOR ' CC-SUB-ID
004320                     ' - ABORTING'
004330             MOVE 16 TO RETURN-CODE
004340             STOP RUN
004350     END-EVALUATE.
004360 1110-TAKE-SUBSCRIBER-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------*
004400* 1120-ADD-SUBSCRIBER - A NEW TABLE ENTRY, CHECKED AS THE ROUTING
004410*     RUN CHECKS IT, WITH ITS PROOF COUNTS CLEARED
004420*----------------------------------------------------------------*
004430 1120-ADD-SUBSCRIBER.
004440     IF WS-SUB-COUNT NOT < WS-SUB-MAX
004450         DISPLAY 'CCRTECTL - SUBSCRIBERS EXCEED TABLE - ABORTING'
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     IF CC-SUB-ID = SPACE
004500         DISPLAY 'CCRTECTL - SUBSCRIBER WITHOUT AN ID - ABORTING'
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     MOVE CC-SUB-ID TO WS-SUB-CHK-ID.
004550     PERFORM 1150-FIND-SUBSCRIBER THRU 1150-FIND-SUBSCRIBER-EXIT.
004560     IF WS-SUB-FOUND-IX > ZERO
004570         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
004580                 ' DEFINED TWICE - ABORTING'
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     IF CC-SUB-SLOT NOT NUMERIC
004630         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
004640                 ' SLOT INVALID - ABORTING'
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     IF CC-SUB-SLOT < 1 OR CC-SUB-SLOT > WS-SUB-MAX
004690         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
004700                 ' SLOT INVALID - ABORTING'
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     PERFORM 1170-CHECK-SLOT-FREE THRU 1170-CHECK-SLOT-FREE-EXIT
004750         VARYING WS-SUB-IX FROM 1 BY 1
004760         UNTIL WS-SUB-IX > WS-SUB-COUNT.
004770     IF CC-SUB-ESC-CYCLES NOT NUMERIC
004780         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
004790                 ' ESCALATION ALLOWANCE INVALID - ABORTING'
004800         MOVE 16 TO RETURN-CODE
004810         STOP RUN
004820     END-IF.
004830     ADD 1 TO WS-SUB-COUNT.
004840     MOVE CC-SUB-ID   TO WS-SUB-ID          (WS-SUB-COUNT).
004850     MOVE CC-SUB-NAME TO WS-SUB-NAME        (WS-SUB-COUNT).
004860     MOVE CC-SUB-SLOT TO WS-SUB-SLOT        (WS-SUB-COUNT).
004870     MOVE ZERO        TO WS-SUB-CAT-COUNT   (WS-SUB-COUNT).
004880     MOVE ZERO        TO WS-SUB-BRN-COUNT   (WS-SUB-COUNT).
004890     MOVE SPACE       TO WS-SUB-CUR-REC     (WS-SUB-COUNT).
004900     MOVE 'N'         TO WS-SUB-CUR-EOF-SW  (WS-SUB-COUNT).
004910     MOVE 'N'         TO WS-SUB-PENDING-SW  (WS-SUB-COUNT).
004920     MOVE ZERO        TO WS-SUB-LAST-ACCT   (WS-SUB-COUNT).
004930     MOVE ZERO        TO WS-SUB-HDR-COUNT   (WS-SUB-COUNT).
004940     MOVE ZERO        TO WS-SUB-HDR-BAD     (WS-SUB-COUNT).
004950     MOVE ZERO        TO WS-SUB-SELECTED    (WS-SUB-COUNT).
004960     MOVE ZERO        TO WS-SUB-DET-RECS    (WS-SUB-COUNT).
004970     MOVE ZERO        TO WS-SUB-DET-HASH    (WS-SUB-COUNT).
004980     MOVE ZERO        TO WS-SUB-GOOD        (WS-SUB-COUNT).
004990     MOVE ZERO        TO WS-SUB-MISSING     (WS-SUB-COUNT).
005000     MOVE ZERO        TO WS-SUB-MISROUTED   (WS-SUB-COUNT).
005010     MOVE ZERO        TO WS-SUB-DIFFERS     (WS-SUB-COUNT).
005020     MOVE ZERO        TO WS-SUB-NOT-MASTER  (WS-SUB-COUNT).
005030     MOVE ZERO        TO WS-SUB-DUPLICATE   (WS-SUB-COUNT).
005040     MOVE ZERO        TO WS-SUB-MISPLACED   (WS-SUB-COUNT).
005050     MOVE ZERO        TO WS-SUB-TRL-COUNT   (WS-SUB-COUNT).
005060     MOVE ZERO        TO WS-SUB-TRL-CLAIM   (WS-SUB-COUNT).
005070     MOVE ZERO        TO WS-SUB-TRL-HASH    (WS-SUB-COUNT).
005080     MOVE SPACE       TO WS-SUB-TRL-SOURCE  (WS-SUB-COUNT).
005090     MOVE ZERO        TO WS-SUB-TRL-BUS-DT  (WS-SUB-COUNT).
005100     MOVE ZERO        TO WS-SUB-TRL-SEQ-NO  (WS-SUB-COUNT).
005110     MOVE ZERO        TO WS-SUB-TRL-RECV-CT (WS-SUB-COUNT).
005120     MOVE ZERO        TO WS-SUB-TRL-RECV-HS (WS-SUB-COUNT).
005130 1120-ADD-SUBSCRIBER-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 1130-TAKE-CATEGORY - ONE CATEGORY CODE FROM A 'C' RECORD, BLANK
005180*     ENTRIES PASSED OVER
005190*----------------------------------------------------------------*
005200 1130-TAKE-CATEGORY.
005210     IF CC-SUB-CAT-CD (WS-SEL-IX) = SPACE
005220         GO TO 1130-TAKE-CATEGORY-EXIT
005230     END-IF.
005240     IF WS-SUB-CAT-COUNT (WS-SUB-COUNT) NOT < WS-SUB-CAT-MAX
005250         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
005260                 ' CATEGORIES EXCEED TABLE - ABORTING'
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     ADD 1 TO WS-SUB-CAT-COUNT (WS-SUB-COUNT).
005310     MOVE CC-SUB-CAT-CD (WS-SEL-IX)
005320         TO WS-SUB-CAT (WS-SUB-COUNT,
005330                        WS-SUB-CAT-COUNT (WS-SUB-COUNT)).
005340 1130-TAKE-CATEGORY-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------*
005380* 1140-TAKE-BRANCH - ONE BRANCH CODE FROM A 'B' RECORD, BLANK
005390*     ENTRIES PASSED OVER
005400*----------------------------------------------------------------*
005410 1140-TAKE-BRANCH.
005420     IF CC-SUB-BRN-CD (WS-SEL-IX) = SPACE
005430         GO TO 1140-TAKE-BRANCH-EXIT
005440     END-IF.
005450     IF WS-SUB-BRN-COUNT (WS-SUB-COUNT) NOT < WS-SUB-BRN-MAX
005460         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
005470                 ' BRANCHES EXCEED TABLE - ABORTING'
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     ADD 1 TO WS-SUB-BRN-COUNT (WS-SUB-COUNT).
005520     MOVE CC-SUB-BRN-CD (WS-SEL-IX)
005530         TO WS-SUB-BRN (WS-SUB-COUNT,
005540                        WS-SUB-BRN-COUNT (WS-SUB-COUNT)).
005550 1140-TAKE-BRANCH-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------*
005590* 1150-FIND-SUBSCRIBER - LOOK UP WS-SUB-CHK-ID ON THE TABLE.
005600*     WS-SUB-FOUND-IX IS ZERO WHEN IT IS NOT THERE.
005610*----------------------------------------------------------------*
005620 1150-FIND-SUBSCRIBER.
005630     MOVE ZERO TO WS-SUB-FOUND-IX.
005640     PERFORM 1160-COMPARE-SUBSCRIBER
005650                           THRU 1160-COMPARE-SUBSCRIBER-EXIT
005660         VARYING WS-SUB-IX FROM 1 BY 1
005670         UNTIL WS-SUB-IX > WS-SUB-COUNT
005680            OR WS-SUB-FOUND-IX > ZERO.
005690 1150-FIND-SUBSCRIBER-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730* 1160-COMPARE-SUBSCRIBER - COMPARE ONE TABLE ENTRY
005740*----------------------------------------------------------------*
005750 1160-COMPARE-SUBSCRIBER.
005760     IF WS-SUB-ID (WS-SUB-IX) = WS-SUB-CHK-ID
005770         MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
005780     END-IF.
005790 1160-COMPARE-SUBSCRIBER-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------*
005830* 1170-CHECK-SLOT-FREE - NO EARLIER SUBSCRIBER MAY HOLD THE SLOT
005840*----------------------------------------------------------------*
005850 1170-CHECK-SLOT-FREE.
005860     IF WS-SUB-SLOT (WS-SUB-IX) = CC-SUB-SLOT
005870         DISPLAY 'CCRTECTL - SUBSCRIBER ' CC-SUB-ID
005880                 ' SLOT ALREADY IN USE - ABORTING'
005890         MOVE 16 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920 1170-CHECK-SLOT-FREE-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------*
005960* 1200-OPEN-SUBSCRIBER-FILE - OPEN ONE SUBSCRIBER'S FILE, CHECK
005970*     ITS HEADER AGAINST THE MASTER'S, AND STAGE ITS FIRST DETAIL.
005980*     A FIRST RECORD THAT IS NOT A HEADER IS KEPT AS A DETAIL.
005990*----------------------------------------------------------------*
006000 1200-OPEN-SUBSCRIBER-FILE.
006010     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
006020         WHEN 1
006030             OPEN INPUT  SUBIN01
006040         WHEN 2
006050             OPEN INPUT  SUBIN02
006060         WHEN 3
006070             OPEN INPUT  SUBIN03
006080         WHEN 4
006090             OPEN INPUT  SUBIN04
006100         WHEN 5
006110             OPEN INPUT  SUBIN05
006120         WHEN 6
006130             OPEN INPUT  SUBIN06
006140         WHEN 7
006150             OPEN INPUT  SUBIN07
006160         WHEN 8
006170             OPEN INPUT  SUBIN08
006180     END-EVALUATE.
006190     PERFORM 2610-READ-SUBSCRIBER-REC
006200                           THRU 2610-READ-SUBSCRIBER-REC-EXIT.
006210     IF WS-SUB-CUR-EOF (WS-SUB-IX)
006220         GO TO 1200-OPEN-SUBSCRIBER-FILE-EXIT
006230     END-IF.
006240     IF WS-SUB-CUR-TYPE (WS-SUB-IX) NOT = 'H'
006250         MOVE 'Y' TO WS-SUB-PENDING-SW (WS-SUB-IX)
006260     ELSE
006270         ADD 1 TO WS-SUB-HDR-COUNT (WS-SUB-IX)
006280         MOVE WS-MST-HDR TO WS-EXP-HDR
006290         MOVE WS-SUB-ID (WS-SUB-IX) TO WS-EXP-HDR-SUB-ID
006300         IF WS-SUB-CUR-REC (WS-SUB-IX) NOT = WS-EXP-HDR
006310             ADD 1 TO WS-SUB-HDR-BAD (WS-SUB-IX)
006320             MOVE 'HEADER NOT AS ON MASTER' TO WS-EXC-TEXT
006330             MOVE ZERO  TO WS-EXC-ACCT
006340             MOVE SPACE TO WS-EXC-CAT
006350             MOVE SPACE TO WS-EXC-BRANCH
006360             PERFORM 8400-PRINT-EXCEPTION
006370                           THRU 8400-PRINT-EXCEPTION-EXIT
006380         END-IF
006390     END-IF.
006400     PERFORM 2600-NEXT-SUBSCRIBER-DETAIL
006410                           THRU 2600-NEXT-SUBSCRIBER-DETAIL-EXIT.
006420 1200-OPEN-SUBSCRIBER-FILE-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------*
006460* 2100-READ-MASTER-DETAIL - READ THE MASTER FORWARD TO ITS NEXT
006470*     DETAIL OR REVERSAL, TAKING THE TRAILER'S CLAIMS ON THE WAY
006480*     PAST
006490*----------------------------------------------------------------*
006500 2100-READ-MASTER-DETAIL.
006510     READ EXTFILE
006520         AT END
006530             MOVE 'Y' TO WS-EXT-EOF-SW
006540             GO TO 2100-READ-MASTER-DETAIL-EXIT
006550     END-READ.
006560     PERFORM 2150-CHECK-MASTER-RECORD
006570                           THRU 2150-CHECK-MASTER-RECORD-EXIT.
006580     IF NOT WS-HAVE-DET
006590         GO TO 2100-READ-MASTER-DETAIL
006600     END-IF.
006610 2100-READ-MASTER-DETAIL-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650* 2150-CHECK-MASTER-RECORD - CLASSIFY THE MASTER RECORD JUST READ.
006660*     WS-HAVE-DET IS SET FOR A DETAIL OR REVERSAL IN ITS PLACE.  A
006670*     HEADER PAST THE FIRST RECORD, ANYTHING PAST THE TRAILER, OR
006680*     AN UNKNOWN TYPE IS OUT OF PLACE.
006690*----------------------------------------------------------------*
006700 2150-CHECK-MASTER-RECORD.
006710     MOVE 'N' TO WS-HAVE-DET-SW.
006720     IF WS-MST-TRL-COUNT > ZERO
006730         ADD 1 TO WS-MST-MISPLACED
006740         GO TO 2150-CHECK-MASTER-RECORD-EXIT
006750     END-IF.
006760     EVALUATE TRUE
006770         WHEN CC-EXT-IS-DETAIL
006780             MOVE 'Y' TO WS-HAVE-DET-SW
006790         WHEN CC-EXT-IS-REVERSAL
006800             MOVE 'Y' TO WS-HAVE-DET-SW
006810         WHEN CC-EXT-IS-TRAILER
006820             ADD 1 TO WS-MST-TRL-COUNT
006830             IF CC-EXT-TRL-REC-COUNT NUMERIC
006840                 MOVE CC-EXT-TRL-REC-COUNT TO WS-MST-TRL-CLAIM
006850             END-IF
006860             IF CC-EXT-TRL-DET-HASH NUMERIC
006870                 MOVE CC-EXT-TRL-DET-HASH  TO WS-MST-TRL-HASH
006880             END-IF
006890             MOVE CC-EXT-TRL-SOURCE-ID TO WS-MST-TRL-SOURCE
006900             IF CC-EXT-TRL-BUS-DATE NUMERIC
006910                 MOVE CC-EXT-TRL-BUS-DATE  TO WS-MST-TRL-BUS-DT
006920             END-IF
006930             IF CC-EXT-TRL-SEQ-NO NUMERIC
006940                 MOVE CC-EXT-TRL-SEQ-NO    TO WS-MST-TRL-SEQ-NO
006950             END-IF
006960         WHEN OTHER
006970             ADD 1 TO WS-MST-MISPLACED
006980     END-EVALUATE.
006990 2150-CHECK-MASTER-RECORD-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------*
007030* 2400-CHECK-SELECTION - DOES SUBSCRIBER WS-SUB-IX SELECT THE
007040*     CURRENT MASTER DETAIL?  BOTH ITS CATEGORY AND ITS BRANCH
007050*     MUST BE SELECTED; AN EMPTY LIST SELECTS EVERYTHING.
007060*----------------------------------------------------------------*
007070 2400-CHECK-SELECTION.
007080     MOVE 'N' TO WS-SELECTED-SW.
007090     MOVE 'N' TO WS-CAT-OK-SW.
007100     IF WS-SUB-CAT-COUNT (WS-SUB-IX) = ZERO
007110         MOVE 'Y' TO WS-CAT-OK-SW
007120     ELSE
007130         PERFORM 2410-MATCH-CATEGORY THRU 2410-MATCH-CATEGORY-EXIT
007140             VARYING WS-SEL-IX FROM 1 BY 1
007150             UNTIL WS-SEL-IX > WS-SUB-CAT-COUNT (WS-SUB-IX)
007160                OR WS-CAT-OK
007170     END-IF.
007180     IF NOT WS-CAT-OK
007190         GO TO 2400-CHECK-SELECTION-EXIT
007200     END-IF.
007210     MOVE 'N' TO WS-BRN-OK-SW.
007220     IF WS-SUB-BRN-COUNT (WS-SUB-IX) = ZERO
007230         MOVE 'Y' TO WS-BRN-OK-SW
007240     ELSE
007250         PERFORM 2420-MATCH-BRANCH   THRU 2420-MATCH-BRANCH-EXIT
007260             VARYING WS-SEL-IX FROM 1 BY 1
007270             UNTIL WS-SEL-IX > WS-SUB-BRN-COUNT (WS-SUB-IX)
007280                OR WS-BRN-OK
007290     END-IF.
007300     IF WS-BRN-OK
007310         MOVE 'Y' TO WS-SELECTED-SW
007320     END-IF.
007330 2400-CHECK-SELECTION-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------------*
007370* 2410-MATCH-CATEGORY - COMPARE ONE SELECTED CATEGORY
007380*----------------------------------------------------------------*
007390 2410-MATCH-CATEGORY.
007400     IF WS-SUB-CAT (WS-SUB-IX, WS-SEL-IX) = CC-EXT-DET-CATEGORY-CD
007410         MOVE 'Y' TO WS-CAT-OK-SW
007420     END-IF.
007430 2410-MATCH-CATEGORY-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------*
007470* 2420-MATCH-BRANCH - COMPARE ONE SELECTED BRANCH
007480*----------------------------------------------------------------*
007490 2420-MATCH-BRANCH.
007500     IF WS-SUB-BRN (WS-SUB-IX, WS-SEL-IX) = CC-EXT-DET-BRANCH-CD
007510         MOVE 'Y' TO WS-BRN-OK-SW
007520     END-IF.
007530 2420-MATCH-BRANCH-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------*
007570* 2600-NEXT-SUBSCRIBER-DETAIL - STAGE SUBSCRIBER WS-SUB-IX'S NEXT
007580*     DETAIL OR REVERSAL, READING PAST ITS TRAILER AND ANY RECORD
007590*     OUT OF PLACE.  END OF FILE LEAVES NOTHING STAGED.
007600*----------------------------------------------------------------*
007610 2600-NEXT-SUBSCRIBER-DETAIL.
007620     MOVE 'N' TO WS-HAVE-DET-SW.
007630     PERFORM 2620-TAKE-SUBSCRIBER-REC
007640                           THRU 2620-TAKE-SUBSCRIBER-REC-EXIT
007650         UNTIL WS-HAVE-DET
007660            OR WS-SUB-CUR-EOF (WS-SUB-IX).
007670 2600-NEXT-SUBSCRIBER-DETAIL-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------*
007710* 2610-READ-SUBSCRIBER-REC - READ THE NEXT RECORD FROM SUBSCRIBER
007720*     WS-SUB-IX'S FILE INTO ITS CURRENT RECORD
007730*----------------------------------------------------------------*
007740 2610-READ-SUBSCRIBER-REC.
007750     MOVE 'N' TO WS-IN-EOF-SW.
007760     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
007770         WHEN 1
007780             READ SUBIN01 INTO WS-IN-REC
007790                 AT END MOVE 'Y' TO WS-IN-EOF-SW
007800             END-READ
007810         WHEN 2
007820             READ SUBIN02 INTO WS-IN-REC
007830                 AT END MOVE 'Y' TO WS-IN-EOF-SW
007840             END-READ
007850         WHEN 3
007860             READ SUBIN03 INTO WS-IN-REC
007870                 AT END MOVE 'Y' TO WS-IN-EOF-SW
007880             END-READ
007890         WHEN 4
007900             READ SUBIN04 INTO WS-IN-REC
007910                 AT END MOVE 'Y' TO WS-IN-EOF-SW
007920             END-READ
007930         WHEN 5
007940             READ SUBIN05 INTO WS-IN-REC
007950                 AT END MOVE 'Y' TO WS-IN-EOF-SW
007960             END-READ
007970         WHEN 6
007980             READ SUBIN06 INTO WS-IN-REC
007990                 AT END MOVE 'Y' TO WS-IN-EOF-SW
008000             END-READ
008010         WHEN 7
008020             READ SUBIN07 INTO WS-IN-REC
008030                 AT END MOVE 'Y' TO WS-IN-EOF-SW
008040             END-READ
008050         WHEN 8
008060             READ SUBIN08 INTO WS-IN-REC
008070                 AT END MOVE 'Y' TO WS-IN-EOF-SW
008080             END-READ
008090     END-EVALUATE.
008100     IF WS-IN-EOF
008110         MOVE 'Y' TO WS-SUB-CUR-EOF-SW (WS-SUB-IX)
008120     ELSE
008130         MOVE WS-IN-REC TO WS-SUB-CUR-REC (WS-SUB-IX)
008140     END-IF.
008150 2610-READ-SUBSCRIBER-REC-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------*
008190* 2620-TAKE-SUBSCRIBER-REC - TAKE ONE SUBSCRIBER RECORD (THE
008200*     PENDING FIRST RECORD, OR THE NEXT ONE READ).  A DETAIL OR
008210*     REVERSAL IS COUNTED AND HASHED; ONE NOT ABOVE THE LAST
008220*     ACCOUNT TAKEN IS A DUPLICATE (OR OUT OF SEQUENCE) AND IS SET
008230*     ASIDE, ANY OTHER IS STAGED FOR THE MATCH.  THE TRAILER'S
008240*     CLAIMS ARE HELD.  ANYTHING ELSE, AND ANYTHING PAST THE
008250*     TRAILER, IS OUT OF PLACE.
008260*----------------------------------------------------------------*
008270 2620-TAKE-SUBSCRIBER-REC.
008280     IF WS-SUB-PENDING (WS-SUB-IX)
008290         MOVE 'N' TO WS-SUB-PENDING-SW (WS-SUB-IX)
008300     ELSE
008310         PERFORM 2610-READ-SUBSCRIBER-REC
008320                           THRU 2610-READ-SUBSCRIBER-REC-EXIT
008330         IF WS-SUB-CUR-EOF (WS-SUB-IX)
008340             GO TO 2620-TAKE-SUBSCRIBER-REC-EXIT
008350         END-IF
008360     END-IF.
008370     MOVE WS-SUB-CUR-ACCT   (WS-SUB-IX) TO WS-EXC-ACCT.
008380     MOVE WS-SUB-CUR-CAT    (WS-SUB-IX) TO WS-EXC-CAT.
008390     MOVE WS-SUB-CUR-BRANCH (WS-SUB-IX) TO WS-EXC-BRANCH.
008400     IF WS-SUB-TRL-COUNT (WS-SUB-IX) > ZERO
008410         ADD 1 TO WS-SUB-MISPLACED (WS-SUB-IX)
008420         MOVE 'RECORD AFTER TRAILER' TO WS-EXC-TEXT
008430         PERFORM 8400-PRINT-EXCEPTION
008440                           THRU 8400-PRINT-EXCEPTION-EXIT
008450         GO TO 2620-TAKE-SUBSCRIBER-REC-EXIT
008460     END-IF.
008470     IF WS-SUB-CUR-TYPE (WS-SUB-IX) = 'T'
008480         PERFORM 2630-TAKE-SUBSCRIBER-TRAILER
008490                           THRU 2630-TAKE-SUBSCRIBER-TRAILER-EXIT
008500         GO TO 2620-TAKE-SUBSCRIBER-REC-EXIT
008510     END-IF.
008520     IF WS-SUB-CUR-TYPE (WS-SUB-IX) NOT = 'D'
008530             AND WS-SUB-CUR-TYPE (WS-SUB-IX) NOT = 'R'
008540         ADD 1 TO WS-SUB-MISPLACED (WS-SUB-IX)
008550         MOVE 'RECORD OUT OF PLACE' TO WS-EXC-TEXT
008560         PERFORM 8400-PRINT-EXCEPTION
008570                           THRU 8400-PRINT-EXCEPTION-EXIT
008580         GO TO 2620-TAKE-SUBSCRIBER-REC-EXIT
008590     END-IF.
008600     ADD 1 TO WS-SUB-DET-RECS (WS-SUB-IX).
008610     IF WS-SUB-CUR-ACCT (WS-SUB-IX) NUMERIC
008620         MOVE WS-SUB-CUR-ACCT (WS-SUB-IX) TO WS-HASH-WORK
008630         ADD WS-HASH-WORK TO WS-SUB-DET-HASH (WS-SUB-IX)
008640     END-IF.
008650     IF WS-SUB-CUR-VALUE (WS-SUB-IX) NUMERIC
008660         MOVE WS-SUB-CUR-VALUE (WS-SUB-IX) TO WS-HASH-WORK
008670         ADD WS-HASH-WORK TO WS-SUB-DET-HASH (WS-SUB-IX)
008680     END-IF.
008690     IF WS-SUB-CUR-ACCT (WS-SUB-IX) NOT NUMERIC
008700             OR WS-SUB-CUR-ACCT (WS-SUB-IX)
008710                NOT > WS-SUB-LAST-ACCT (WS-SUB-IX)
008720         ADD 1 TO WS-SUB-DUPLICATE (WS-SUB-IX)
008730         MOVE 'DUPLICATE/OUT OF SEQ' TO WS-EXC-TEXT
008740         PERFORM 8400-PRINT-EXCEPTION
008750                           THRU 8400-PRINT-EXCEPTION-EXIT
008760         GO TO 2620-TAKE-SUBSCRIBER-REC-EXIT
008770     END-IF.
008780     MOVE WS-SUB-CUR-ACCT (WS-SUB-IX)
008790         TO WS-SUB-LAST-ACCT (WS-SUB-IX).
008800     MOVE 'Y' TO WS-HAVE-DET-SW.
008810 2620-TAKE-SUBSCRIBER-REC-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------*
008850* 2630-TAKE-SUBSCRIBER-TRAILER - HOLD WHAT THE SUBSCRIBER FILE'S
008860*     TRAILER CLAIMS.  A NON-NUMERIC FIELD IS TAKEN AS ZERO.
008870*----------------------------------------------------------------*
008880 2630-TAKE-SUBSCRIBER-TRAILER.
008890     ADD 1 TO WS-SUB-TRL-COUNT (WS-SUB-IX).
008900     MOVE WS-SUB-CUR-REC (WS-SUB-IX) TO WS-IN-REC.
008910     IF WS-IN-TRL-COUNT NUMERIC
008920         MOVE WS-IN-TRL-COUNT   TO WS-SUB-TRL-CLAIM   (WS-SUB-IX)
008930     END-IF.
008940     IF WS-IN-TRL-HASH NUMERIC
008950         MOVE WS-IN-TRL-HASH    TO WS-SUB-TRL-HASH    (WS-SUB-IX)
008960     END-IF.
008970     MOVE WS-IN-TRL-SOURCE      TO WS-SUB-TRL-SOURCE  (WS-SUB-IX).
008980     IF WS-IN-TRL-BUS-DT NUMERIC
008990         MOVE WS-IN-TRL-BUS-DT  TO WS-SUB-TRL-BUS-DT  (WS-SUB-IX)
009000     END-IF.
009010     IF WS-IN-TRL-SEQ-NO NUMERIC
009020         MOVE WS-IN-TRL-SEQ-NO  TO WS-SUB-TRL-SEQ-NO  (WS-SUB-IX)
009030     END-IF.
009040     IF WS-IN-TRL-RECV-CT NUMERIC
009050         MOVE WS-IN-TRL-RECV-CT TO WS-SUB-TRL-RECV-CT (WS-SUB-IX)
009060     ELSE
009070         MOVE 9999999           TO WS-SUB-TRL-RECV-CT (WS-SUB-IX)
009080     END-IF.
009090     IF WS-IN-TRL-RECV-HS NUMERIC
009100         MOVE WS-IN-TRL-RECV-HS TO WS-SUB-TRL-RECV-HS (WS-SUB-IX)
009110     ELSE
009120         MOVE 999999999999999   TO WS-SUB-TRL-RECV-HS (WS-SUB-IX)
009130     END-IF.
009140 2630-TAKE-SUBSCRIBER-TRAILER-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------*
009180* 3000-PROVE-DETAIL - PROVE ONE MASTER DETAIL AGAINST EVERY
009190*     SUBSCRIBER, THEN READ THE NEXT ONE.  A DETAIL NO SUBSCRIBER
009200*     SELECTS IS COUNTED.
009210*----------------------------------------------------------------*
009220 3000-PROVE-DETAIL.
009230     ADD 1 TO WS-MST-DET-COUNT.
009240     MOVE CC-EXT-DET-ACCT-NO TO WS-HASH-WORK.
009250     ADD WS-HASH-WORK TO WS-MST-DET-HASH.
009260     MOVE CC-EXT-DET-TEST-VALUE TO WS-HASH-WORK.
009270     ADD WS-HASH-WORK TO WS-MST-DET-HASH.
009280     IF CC-EXT-DET-ACCT-NO NOT > WS-MST-LAST-ACCT
009290         ADD 1 TO WS-MST-SEQ-ERRORS
009300     END-IF.
009310     MOVE CC-EXT-DET-ACCT-NO TO WS-MST-LAST-ACCT.
009320     MOVE 'N' TO WS-ROUTED-SW.
009330     PERFORM 3100-PROVE-SUBSCRIBER
009340                           THRU 3100-PROVE-SUBSCRIBER-EXIT
009350         VARYING WS-SUB-IX FROM 1 BY 1
009360         UNTIL WS-SUB-IX > WS-SUB-COUNT.
009370     IF NOT WS-ROUTED
009380         ADD 1 TO WS-UNROUTED-COUNT
009390     END-IF.
009400     PERFORM 2100-READ-MASTER-DETAIL
009410                           THRU 2100-READ-MASTER-DETAIL-EXIT.
009420 3000-PROVE-DETAIL-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------*
009460* 3100-PROVE-SUBSCRIBER - ONE SUBSCRIBER AGAINST THE CURRENT
009470*     MASTER DETAIL.  THE SUBSCRIBER'S DETAILS BELOW IT ARE NOT ON
009480*     THE MASTER.  IF THE SUBSCRIBER HAS THE ACCOUNT, IT MUST HAVE
009490*     SELECTED IT AND CARRY IT EXACTLY AS THE MASTER DOES; IF NOT,
009500*     IT MUST NOT HAVE SELECTED IT.
009510*----------------------------------------------------------------*
009520 3100-PROVE-SUBSCRIBER.
009530     PERFORM 3200-PASS-NOT-ON-MASTER
009540                           THRU 3200-PASS-NOT-ON-MASTER-EXIT
009550         UNTIL WS-SUB-CUR-EOF (WS-SUB-IX)
009560            OR WS-SUB-CUR-ACCT (WS-SUB-IX)
009570               NOT < CC-EXT-DET-ACCT-NO.
009580     PERFORM 2400-CHECK-SELECTION THRU 2400-CHECK-SELECTION-EXIT.
009590     IF WS-SELECTED
009600         ADD 1 TO WS-SUB-SELECTED (WS-SUB-IX)
009610         MOVE 'Y' TO WS-ROUTED-SW
009620     END-IF.
009630     MOVE CC-EXT-DET-ACCT-NO     TO WS-EXC-ACCT.
009640     MOVE CC-EXT-DET-CATEGORY-CD TO WS-EXC-CAT.
009650     MOVE CC-EXT-DET-BRANCH-CD   TO WS-EXC-BRANCH.
009660     IF WS-SUB-CUR-EOF (WS-SUB-IX)
009670             OR WS-SUB-CUR-ACCT (WS-SUB-IX)
009680                NOT = CC-EXT-DET-ACCT-NO
009690         IF WS-SELECTED
009700             ADD 1 TO WS-SUB-MISSING (WS-SUB-IX)
009710             MOVE 'SELECTED, NOT SENT' TO WS-EXC-TEXT
009720             PERFORM 8400-PRINT-EXCEPTION
009730                           THRU 8400-PRINT-EXCEPTION-EXIT
009740         END-IF
009750         GO TO 3100-PROVE-SUBSCRIBER-EXIT
009760     END-IF.
009770     IF NOT WS-SELECTED
009780         ADD 1 TO WS-SUB-MISROUTED (WS-SUB-IX)
009790         MOVE 'SENT, NOT SELECTED' TO WS-EXC-TEXT
009800         PERFORM 8400-PRINT-EXCEPTION
009810                           THRU 8400-PRINT-EXCEPTION-EXIT
009820     END-IF.
009830     IF WS-SUB-CUR-REC (WS-SUB-IX) NOT = CC-EXT-REC
009840         ADD 1 TO WS-SUB-DIFFERS (WS-SUB-IX)
009850         MOVE 'SENT, NOT AS ON MASTER' TO WS-EXC-TEXT
009860         PERFORM 8400-PRINT-EXCEPTION
009870                           THRU 8400-PRINT-EXCEPTION-EXIT
009880     ELSE
009890         IF WS-SELECTED
009900             ADD 1 TO WS-SUB-GOOD (WS-SUB-IX)
009910         END-IF
009920     END-IF.
009930     PERFORM 2600-NEXT-SUBSCRIBER-DETAIL
009940                           THRU 2600-NEXT-SUBSCRIBER-DETAIL-EXIT.
009950 3100-PROVE-SUBSCRIBER-EXIT.
009960     EXIT.
009970
009980*----------------------------------------------------------------*
009990* 3200-PASS-NOT-ON-MASTER - A SUBSCRIBER DETAIL WITH NO MASTER
010000*     DETAIL TO MATCH IT.  LIST IT AND STAGE THE NEXT ONE.
010010*----------------------------------------------------------------*
010020 3200-PASS-NOT-ON-MASTER.
010030     ADD 1 TO WS-SUB-NOT-MASTER (WS-SUB-IX).
010040     MOVE WS-SUB-CUR-ACCT   (WS-SUB-IX) TO WS-EXC-ACCT.
010050     MOVE WS-SUB-CUR-CAT    (WS-SUB-IX) TO WS-EXC-CAT.
010060     MOVE WS-SUB-CUR-BRANCH (WS-SUB-IX) TO WS-EXC-BRANCH.
010070     MOVE 'SENT, NOT ON MASTER' TO WS-EXC-TEXT.
010080     PERFORM 8400-PRINT-EXCEPTION THRU 8400-PRINT-EXCEPTION-EXIT.
010090     PERFORM 2600-NEXT-SUBSCRIBER-DETAIL
010100                           THRU 2600-NEXT-SUBSCRIBER-DETAIL-EXIT.
010110 3200-PASS-NOT-ON-MASTER-EXIT.
010120     EXIT.
010130
010140*----------------------------------------------------------------*
010150* 3500-DRAIN-SUBSCRIBER - THE MASTER IS EXHAUSTED, SO WHATEVER IS
010160*     LEFT ON A SUBSCRIBER'S FILE IS NOT ON IT
010170*----------------------------------------------------------------*
010180 3500-DRAIN-SUBSCRIBER.
010190     PERFORM 3200-PASS-NOT-ON-MASTER
010200                           THRU 3200-PASS-NOT-ON-MASTER-EXIT
010210         UNTIL WS-SUB-CUR-EOF (WS-SUB-IX).
010220 3500-DRAIN-SUBSCRIBER-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------------*
010260* 8000-FINALIZE - PRINT EACH SUBSCRIBER'S PROOF AND THE MASTER'S,
010270*     SET THE RETURN CODE, AND CLOSE FILES.
010280*----------------------------------------------------------------*
010290 8000-FINALIZE.
010300     IF WS-EXCEPTION-COUNT = ZERO
010310         MOVE '  NONE' TO RTC-LINE
010320         WRITE RTC-LINE
010330     END-IF.
010340     PERFORM 8200-PROVE-SUBSCRIBER-TOTALS
010350                           THRU 8200-PROVE-SUBSCRIBER-TOTALS-EXIT
010360         VARYING WS-SUB-IX FROM 1 BY 1
010370         UNTIL WS-SUB-IX > WS-SUB-COUNT.
010380     PERFORM 8300-PROVE-MASTER-TOTALS
010390                           THRU 8300-PROVE-MASTER-TOTALS-EXIT.
010400     PERFORM 8600-PRINT-VERDICT  THRU 8600-PRINT-VERDICT-EXIT.
010410     PERFORM 8700-CLOSE-SUBSCRIBER-FILE
010420                           THRU 8700-CLOSE-SUBSCRIBER-FILE-EXIT
010430         VARYING WS-SUB-IX FROM 1 BY 1
010440         UNTIL WS-SUB-IX > WS-SUB-COUNT.
010450     CLOSE EXTFILE.
010460     CLOSE RTCRPT.
010470     IF WS-OUT-OF-BALANCE
010480         MOVE 8 TO RETURN-CODE
010490     END-IF.
010500     MOVE 'E' TO WS-RLOG-TYPE.
010510     MOVE WS-MST-DET-COUNT  TO WS-RLOG-IN.
010520     MOVE WS-RECEIVED-TOTAL TO WS-RLOG-OUT.
010530     IF WS-OUT-OF-BALANCE
010540         MOVE 8 TO WS-RLOG-RC
010550     ELSE
010560         MOVE ZERO TO WS-RLOG-RC
010570     END-IF.
010580     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
010590     CLOSE RUNLOG.
010600 8000-FINALIZE-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------*
010640* 8100-PRINT-REPORT-TITLE - TITLE, AND THE HEADING FOR THE
010650*     EXCEPTIONS LISTED AS THE MATCH FINDS THEM
010660*----------------------------------------------------------------*
010670 8100-PRINT-REPORT-TITLE.
010680     MOVE WS-CURR-DATE TO WS-RPT-DATE.
010690     MOVE SPACE TO RTC-LINE.
010700     STRING 'CCRTECTL DISTRIBUTION CONTROL REPORT - RUN DATE '
010710            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
010720            WS-RPT-DATE-CC WS-RPT-DATE-YY
010730            DELIMITED BY SIZE INTO RTC-LINE.
010740     WRITE RTC-LINE.
010750     MOVE SPACE TO RTC-LINE.
010760     WRITE RTC-LINE.
010770     MOVE 'DISTRIBUTION EXCEPTIONS' TO RTC-LINE.
010780     WRITE RTC-LINE.
010790 8100-PRINT-REPORT-TITLE-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------*
010830* 8200-PROVE-SUBSCRIBER-TOTALS - ONE SUBSCRIBER'S COUNTS AND EVERY
010840*     BALANCING RULE FOR ITS FILE
010850*----------------------------------------------------------------*
010860 8200-PROVE-SUBSCRIBER-TOTALS.
010870     ADD WS-SUB-SELECTED (WS-SUB-IX) TO WS-EXPECTED-TOTAL.
010880     ADD WS-SUB-DET-RECS (WS-SUB-IX) TO WS-RECEIVED-TOTAL.
010890     MOVE SPACE TO RTC-LINE.
010900     WRITE RTC-LINE.
010910     MOVE SPACE TO RTC-LINE.
010920     STRING 'SUBSCRIBER ' WS-SUB-ID (WS-SUB-IX)
010930            '  ' WS-SUB-NAME (WS-SUB-IX)
010940            '  SLOT ' WS-SUB-SLOT (WS-SUB-IX)
010950            DELIMITED BY SIZE INTO RTC-LINE.
010960     WRITE RTC-LINE.
010970
010980     MOVE WS-SUB-SELECTED (WS-SUB-IX) TO WS-RPT-COUNT-ED.
010990     MOVE SPACE TO RTC-LINE.
011000     STRING 'DETAILS SELECTED FROM MASTER . . ' WS-RPT-COUNT-ED
011010            DELIMITED BY SIZE INTO RTC-LINE.
011020     WRITE RTC-LINE.
011030
011040     MOVE WS-SUB-DET-RECS (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011050     MOVE SPACE TO RTC-LINE.
011060     STRING 'DETAILS RECEIVED . . . . . . . . ' WS-RPT-COUNT-ED
011070            DELIMITED BY SIZE INTO RTC-LINE.
011080     WRITE RTC-LINE.
011090
011100     MOVE WS-SUB-GOOD (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011110     MOVE SPACE TO RTC-LINE.
011120     STRING 'RECEIVED AS SELECTED . . . . . . ' WS-RPT-COUNT-ED
011130            DELIMITED BY SIZE INTO RTC-LINE.
011140     WRITE RTC-LINE.
011150
011160     MOVE WS-SUB-DET-HASH (WS-SUB-IX) TO WS-RPT-HASH-ED.
011170     MOVE SPACE TO RTC-LINE.
011180     STRING 'RECEIVED HASH TOTAL  . . . . . . ' WS-RPT-HASH-ED
011190            DELIMITED BY SIZE INTO RTC-LINE.
011200     WRITE RTC-LINE.
011210
011220     MOVE 'SUBSCRIBER HEADERS PRESENT        ' TO WS-CHECK-TITLE.
011230     MOVE WS-SUB-HDR-COUNT (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011240     MOVE 1                            TO WS-RPT-COUNT-2-ED.
011250     IF WS-SUB-HDR-COUNT (WS-SUB-IX) NOT = 1
011260         PERFORM 8410-PRINT-DISCREPANCY
011270                           THRU 8410-PRINT-DISCREPANCY-EXIT
011280     END-IF.
011290
011300     MOVE 'HEADERS NOT AS ON THE MASTER      ' TO WS-CHECK-TITLE.
011310     MOVE WS-SUB-HDR-BAD (WS-SUB-IX)   TO WS-RPT-COUNT-ED.
011320     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011330     IF WS-SUB-HDR-BAD (WS-SUB-IX) > ZERO
011340         PERFORM 8410-PRINT-DISCREPANCY
011350                           THRU 8410-PRINT-DISCREPANCY-EXIT
011360     END-IF.
011370
011380     MOVE 'SELECTED BUT NOT DELIVERED        ' TO WS-CHECK-TITLE.
011390     MOVE WS-SUB-MISSING (WS-SUB-IX)   TO WS-RPT-COUNT-ED.
011400     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011410     IF WS-SUB-MISSING (WS-SUB-IX) > ZERO
011420         PERFORM 8410-PRINT-DISCREPANCY
011430                           THRU 8410-PRINT-DISCREPANCY-EXIT
011440     END-IF.
011450
011460     MOVE 'DELIVERED BUT NOT SELECTED        ' TO WS-CHECK-TITLE.
011470     MOVE WS-SUB-MISROUTED (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011480     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011490     IF WS-SUB-MISROUTED (WS-SUB-IX) > ZERO
011500         PERFORM 8410-PRINT-DISCREPANCY
011510                           THRU 8410-PRINT-DISCREPANCY-EXIT
011520     END-IF.
011530
011540     MOVE 'DELIVERED NOT AS ON THE MASTER    ' TO WS-CHECK-TITLE.
011550     MOVE WS-SUB-DIFFERS (WS-SUB-IX)   TO WS-RPT-COUNT-ED.
011560     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011570     IF WS-SUB-DIFFERS (WS-SUB-IX) > ZERO
011580         PERFORM 8410-PRINT-DISCREPANCY
011590                           THRU 8410-PRINT-DISCREPANCY-EXIT
011600     END-IF.
011610
011620     MOVE 'DELIVERED BUT NOT ON THE MASTER   ' TO WS-CHECK-TITLE.
011630     MOVE WS-SUB-NOT-MASTER (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011640     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011650     IF WS-SUB-NOT-MASTER (WS-SUB-IX) > ZERO
011660         PERFORM 8410-PRINT-DISCREPANCY
011670                           THRU 8410-PRINT-DISCREPANCY-EXIT
011680     END-IF.
011690
011700     MOVE 'DUPLICATED OR OUT OF SEQUENCE     ' TO WS-CHECK-TITLE.
011710     MOVE WS-SUB-DUPLICATE (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011720     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011730     IF WS-SUB-DUPLICATE (WS-SUB-IX) > ZERO
011740         PERFORM 8410-PRINT-DISCREPANCY
011750                           THRU 8410-PRINT-DISCREPANCY-EXIT
011760     END-IF.
011770
011780     MOVE 'RECORDS OUT OF PLACE              ' TO WS-CHECK-TITLE.
011790     MOVE WS-SUB-MISPLACED (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011800     MOVE ZERO                         TO WS-RPT-COUNT-2-ED.
011810     IF WS-SUB-MISPLACED (WS-SUB-IX) > ZERO
011820         PERFORM 8410-PRINT-DISCREPANCY
011830                           THRU 8410-PRINT-DISCREPANCY-EXIT
011840     END-IF.
011850
011860     MOVE 'RECEIVED VS SELECTED FROM MASTER  ' TO WS-CHECK-TITLE.
011870     MOVE WS-SUB-DET-RECS (WS-SUB-IX)  TO WS-RPT-COUNT-ED.
011880     MOVE WS-SUB-SELECTED (WS-SUB-IX)  TO WS-RPT-COUNT-2-ED.
011890     IF WS-SUB-DET-RECS (WS-SUB-IX)
011900             NOT = WS-SUB-SELECTED (WS-SUB-IX)
011910         PERFORM 8410-PRINT-DISCREPANCY
011920                           THRU 8410-PRINT-DISCREPANCY-EXIT
011930     END-IF.
011940
011950     MOVE 'SUBSCRIBER TRAILERS PRESENT       ' TO WS-CHECK-TITLE.
011960     MOVE WS-SUB-TRL-COUNT (WS-SUB-IX) TO WS-RPT-COUNT-ED.
011970     MOVE 1                            TO WS-RPT-COUNT-2-ED.
011980     IF WS-SUB-TRL-COUNT (WS-SUB-IX) NOT = 1
011990         PERFORM 8410-PRINT-DISCREPANCY
012000                           THRU 8410-PRINT-DISCREPANCY-EXIT
012010     END-IF.
012020
012030     MOVE 'RECEIVED VS TRAILER COUNT         ' TO WS-CHECK-TITLE.
012040     MOVE WS-SUB-DET-RECS (WS-SUB-IX)  TO WS-RPT-COUNT-ED.
012050     MOVE WS-SUB-TRL-CLAIM (WS-SUB-IX) TO WS-RPT-COUNT-2-ED.
012060     IF WS-SUB-DET-RECS (WS-SUB-IX)
012070             NOT = WS-SUB-TRL-CLAIM (WS-SUB-IX)
012080         PERFORM 8410-PRINT-DISCREPANCY
012090                           THRU 8410-PRINT-DISCREPANCY-EXIT
012100     END-IF.
012110
012120     MOVE 'RECEIVED HASH VS TRAILER          ' TO WS-CHECK-TITLE.
012130     MOVE WS-SUB-DET-HASH (WS-SUB-IX)  TO WS-RPT-HASH-ED.
012140     MOVE WS-SUB-TRL-HASH (WS-SUB-IX)  TO WS-RPT-HASH-2-ED.
012150     IF WS-SUB-DET-HASH (WS-SUB-IX)
012160             NOT = WS-SUB-TRL-HASH (WS-SUB-IX)
012170         PERFORM 8420-PRINT-HASH-DISCREPANCY
012180                           THRU 8420-PRINT-HASH-DISCREPANCY-EXIT
012190     END-IF.
012200
012210     MOVE 'TRAILER FEED ID VS MASTER FEED ID ' TO WS-CHECK-TITLE.
012220     MOVE WS-SUB-TRL-SEQ-NO (WS-SUB-IX) TO WS-RPT-COUNT-ED.
012230     MOVE WS-MST-TRL-SEQ-NO             TO WS-RPT-COUNT-2-ED.
012240     IF WS-SUB-TRL-SOURCE (WS-SUB-IX) NOT = WS-MST-TRL-SOURCE
012250        OR WS-SUB-TRL-BUS-DT (WS-SUB-IX) NOT = WS-MST-TRL-BUS-DT
012260        OR WS-SUB-TRL-SEQ-NO (WS-SUB-IX) NOT = WS-MST-TRL-SEQ-NO
012270         PERFORM 8410-PRINT-DISCREPANCY
012280                           THRU 8410-PRINT-DISCREPANCY-EXIT
012290     END-IF.
012300
012310     MOVE 'TRAILER RECEIVED TOTALS VS ZERO   ' TO WS-CHECK-TITLE.
012320     MOVE WS-SUB-TRL-RECV-CT (WS-SUB-IX) TO WS-RPT-COUNT-ED.
012330     MOVE ZERO                           TO WS-RPT-COUNT-2-ED.
012340     IF WS-SUB-TRL-RECV-CT (WS-SUB-IX) NOT = ZERO
012350        OR WS-SUB-TRL-RECV-HS (WS-SUB-IX) NOT = ZERO
012360         PERFORM 8410-PRINT-DISCREPANCY
012370                           THRU 8410-PRINT-DISCREPANCY-EXIT
012380     END-IF.
012390 8200-PROVE-SUBSCRIBER-TOTALS-EXIT.
012400     EXIT.
012410
012420*----------------------------------------------------------------*
012430* 8300-PROVE-MASTER-TOTALS - THE MASTER'S OWN COUNTS AND RULES,
012440*     AND THE DELIVERIES ACROSS ALL SUBSCRIBERS
012450*----------------------------------------------------------------*
012460 8300-PROVE-MASTER-TOTALS.
012470     MOVE SPACE TO RTC-LINE.
012480     WRITE RTC-LINE.
012490     MOVE 'MASTER EXTRACT' TO RTC-LINE.
012500     WRITE RTC-LINE.
012510
012520     MOVE WS-MST-DET-COUNT TO WS-RPT-COUNT-ED.
012530     MOVE SPACE TO RTC-LINE.
012540     STRING 'MASTER DETAILS READ  . . . . . . ' WS-RPT-COUNT-ED
012550            DELIMITED BY SIZE INTO RTC-LINE.
012560     WRITE RTC-LINE.
012570
012580     MOVE WS-UNROUTED-COUNT TO WS-RPT-COUNT-ED.
012590     MOVE SPACE TO RTC-LINE.
012600     STRING 'SELECTED BY NO SUBSCRIBER  . . . ' WS-RPT-COUNT-ED
012610            DELIMITED BY SIZE INTO RTC-LINE.
012620     WRITE RTC-LINE.
012630
012640     MOVE WS-EXPECTED-TOTAL TO WS-RPT-COUNT-ED.
012650     MOVE SPACE TO RTC-LINE.
012660     STRING 'DELIVERIES SELECTED  . . . . . . ' WS-RPT-COUNT-ED
012670            DELIMITED BY SIZE INTO RTC-LINE.
012680     WRITE RTC-LINE.
012690
012700     MOVE WS-RECEIVED-TOTAL TO WS-RPT-COUNT-ED.
012710     MOVE SPACE TO RTC-LINE.
012720     STRING 'DELIVERIES RECEIVED  . . . . . . ' WS-RPT-COUNT-ED
012730            DELIMITED BY SIZE INTO RTC-LINE.
012740     WRITE RTC-LINE.
012750
012760     MOVE WS-MST-DET-HASH TO WS-RPT-HASH-ED.
012770     MOVE SPACE TO RTC-LINE.
012780     STRING 'MASTER DETAIL HASH TOTAL . . . . ' WS-RPT-HASH-ED
012790            DELIMITED BY SIZE INTO RTC-LINE.
012800     WRITE RTC-LINE.
012810
012820     MOVE 'MASTER HEADERS PRESENT            ' TO WS-CHECK-TITLE.
012830     MOVE WS-MST-HDR-COUNT  TO WS-RPT-COUNT-ED.
012840     MOVE 1                 TO WS-RPT-COUNT-2-ED.
012850     IF WS-MST-HDR-COUNT NOT = 1
012860         PERFORM 8410-PRINT-DISCREPANCY
012870                           THRU 8410-PRINT-DISCREPANCY-EXIT
012880     END-IF.
012890
012900     MOVE 'MASTER TRAILERS PRESENT           ' TO WS-CHECK-TITLE.
012910     MOVE WS-MST-TRL-COUNT  TO WS-RPT-COUNT-ED.
012920     MOVE 1                 TO WS-RPT-COUNT-2-ED.
012930     IF WS-MST-TRL-COUNT NOT = 1
012940         PERFORM 8410-PRINT-DISCREPANCY
012950                           THRU 8410-PRINT-DISCREPANCY-EXIT
012960     END-IF.
012970
012980     MOVE 'MASTER RECORDS OUT OF PLACE       ' TO WS-CHECK-TITLE.
012990     MOVE WS-MST-MISPLACED  TO WS-RPT-COUNT-ED.
013000     MOVE ZERO              TO WS-RPT-COUNT-2-ED.
013010     IF WS-MST-MISPLACED > ZERO
013020         PERFORM 8410-PRINT-DISCREPANCY
013030                           THRU 8410-PRINT-DISCREPANCY-EXIT
013040     END-IF.
013050
013060     MOVE 'MASTER DETAILS OUT OF SEQUENCE    ' TO WS-CHECK-TITLE.
013070     MOVE WS-MST-SEQ-ERRORS TO WS-RPT-COUNT-ED.
013080     MOVE ZERO              TO WS-RPT-COUNT-2-ED.
013090     IF WS-MST-SEQ-ERRORS > ZERO
013100         PERFORM 8410-PRINT-DISCREPANCY
013110                           THRU 8410-PRINT-DISCREPANCY-EXIT
013120     END-IF.
013130
013140     MOVE 'MASTER DETAILS VS TRAILER COUNT   ' TO WS-CHECK-TITLE.
013150     MOVE WS-MST-DET-COUNT  TO WS-RPT-COUNT-ED.
013160     MOVE WS-MST-TRL-CLAIM  TO WS-RPT-COUNT-2-ED.
013170     IF WS-MST-DET-COUNT NOT = WS-MST-TRL-CLAIM
013180         PERFORM 8410-PRINT-DISCREPANCY
013190                           THRU 8410-PRINT-DISCREPANCY-EXIT
013200     END-IF.
013210
013220     MOVE 'MASTER DETAIL HASH VS TRAILER     ' TO WS-CHECK-TITLE.
013230     MOVE WS-MST-DET-HASH   TO WS-RPT-HASH-ED.
013240     MOVE WS-MST-TRL-HASH   TO WS-RPT-HASH-2-ED.
013250     IF WS-MST-DET-HASH NOT = WS-MST-TRL-HASH
013260         PERFORM 8420-PRINT-HASH-DISCREPANCY
013270                           THRU 8420-PRINT-HASH-DISCREPANCY-EXIT
013280     END-IF.
013290
013300     MOVE 'DELIVERIES RECEIVED VS SELECTED   ' TO WS-CHECK-TITLE.
013310     MOVE WS-RECEIVED-TOTAL TO WS-RPT-COUNT-ED.
013320     MOVE WS-EXPECTED-TOTAL TO WS-RPT-COUNT-2-ED.
013330     IF WS-RECEIVED-TOTAL NOT = WS-EXPECTED-TOTAL
013340         PERFORM 8410-PRINT-DISCREPANCY
013350                           THRU 8410-PRINT-DISCREPANCY-EXIT
013360     END-IF.
013370 8300-PROVE-MASTER-TOTALS-EXIT.
013380     EXIT.
013390
013400*----------------------------------------------------------------*
013410* 8400-PRINT-EXCEPTION - ONE DETAIL THAT WENT WHERE IT SHOULD NOT,
013420*     OR DID NOT GO WHERE IT SHOULD, NAMING THE SUBSCRIBER
013430*----------------------------------------------------------------*
013440 8400-PRINT-EXCEPTION.
013450     MOVE 'Y' TO WS-OOB-SW.
013460     ADD 1 TO WS-EXCEPTION-COUNT.
013470     MOVE SPACE TO RTC-LINE.
013480     STRING '  ' WS-EXC-TEXT
013490            ' ACCT ' WS-EXC-ACCT
013500            ' CAT ' WS-EXC-CAT
013510            ' BRN ' WS-EXC-BRANCH
013520            '  ' WS-SUB-ID (WS-SUB-IX)
013530            DELIMITED BY SIZE INTO RTC-LINE.
013540     WRITE RTC-LINE.
013550 8400-PRINT-EXCEPTION-EXIT.
013560     EXIT.
013570
013580*----------------------------------------------------------------*
013590* 8410-PRINT-DISCREPANCY - ONE OUT-OF-BALANCE LINE, SHOWING THE
013600*     COUNT TAKEN AGAINST THE COUNT EXPECTED.
013610*----------------------------------------------------------------*
013620 8410-PRINT-DISCREPANCY.
013630     MOVE 'Y' TO WS-OOB-SW.
013640     MOVE SPACE TO RTC-LINE.
013650     STRING 'OUT OF BALANCE - ' WS-CHECK-TITLE
013660            ' ' WS-RPT-COUNT-ED ' VS ' WS-RPT-COUNT-2-ED
013670            DELIMITED BY SIZE INTO RTC-LINE.
013680     WRITE RTC-LINE.
013690 8410-PRINT-DISCREPANCY-EXIT.
013700     EXIT.
013710
013720*----------------------------------------------------------------*
013730* 8420-PRINT-HASH-DISCREPANCY - A HASH TOTAL IS TOO WIDE FOR
013740*     ONE LINE, SO THE EXPECTED TOTAL PRINTS UNDER THE ONE TAKEN.
013750*----------------------------------------------------------------*
013760 8420-PRINT-HASH-DISCREPANCY.
013770     MOVE 'Y' TO WS-OOB-SW.
013780     MOVE SPACE TO RTC-LINE.
013790     STRING 'OUT OF BALANCE - ' WS-CHECK-TITLE
013800            ' ' WS-RPT-HASH-ED
013810            DELIMITED BY SIZE INTO RTC-LINE.
013820     WRITE RTC-LINE.
013830     MOVE SPACE TO RTC-LINE.
013840     STRING WS-RPT-HASH-INDENT ' VS ' WS-RPT-HASH-2-ED
013850            DELIMITED BY SIZE INTO RTC-LINE.
013860     WRITE RTC-LINE.
013870 8420-PRINT-HASH-DISCREPANCY-EXIT.
013880     EXIT.
013890
013900*----------------------------------------------------------------*
013910* 8600-PRINT-VERDICT - ONE LINE SAYING WHETHER THE SPLIT PROVED
013920*----------------------------------------------------------------*
013930 8600-PRINT-VERDICT.
013940     MOVE SPACE TO RTC-LINE.
013950     WRITE RTC-LINE.
013960     MOVE SPACE TO RTC-LINE.
013970     IF WS-OUT-OF-BALANCE
013980         MOVE 'DISTRIBUTION OUT OF BALANCE - HOLD TRANSMISSION'
013990             TO RTC-LINE
014000     ELSE
014010         MOVE 'EVERY DETAIL WENT TO EXACTLY ITS SUBSCRIBERS'
014020             TO RTC-LINE
014030     END-IF.
014040     WRITE RTC-LINE.
014050 8600-PRINT-VERDICT-EXIT.
014060     EXIT.
014070
014080*----------------------------------------------------------------*
014090* 8700-CLOSE-SUBSCRIBER-FILE - CLOSE ONE SUBSCRIBER'S FILE
014100*----------------------------------------------------------------*
014110 8700-CLOSE-SUBSCRIBER-FILE.
014120     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
014130         WHEN 1
014140             CLOSE SUBIN01
014150         WHEN 2
014160             CLOSE SUBIN02
014170         WHEN 3
014180             CLOSE SUBIN03
014190         WHEN 4
014200             CLOSE SUBIN04
014210         WHEN 5
014220             CLOSE SUBIN05
014230         WHEN 6
014240             CLOSE SUBIN06
014250         WHEN 7
014260             CLOSE SUBIN07
014270         WHEN 8
014280             CLOSE SUBIN08
014290     END-EVALUATE.
014300 8700-CLOSE-SUBSCRIBER-FILE-EXIT.
014310     EXIT.
014320
014330*----------------------------------------------------------------*
014340* 9500-WRITE-RUN-LOG - ONE START OR END RECORD ON THE SHARED RUN
014350*     LOG, TIMESTAMPED, FOR THE END-OF-DAY OPERATIONS REPORT
014360*----------------------------------------------------------------*
014370 9500-WRITE-RUN-LOG.
014380     MOVE SPACE TO CC-RLOG-REC.
014390     MOVE 'CCRTECTL' TO CC-RLOG-PGM-ID.
014400     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
014410     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
014420     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
014430     ACCEPT WS-TIME-RAW FROM TIME.
014440     COMPUTE CC-RLOG-TIMESTAMP =
014450             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
014460     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
014470     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
014480     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
014490     MOVE WS-RLOG-REST TO CC-RLOG-RESTART-IND.
014500     WRITE CC-RLOG-REC.
014510 9500-WRITE-RUN-LOG-EXIT.
014520     EXIT.
014530
014540*----------------------------------------------------------------*
014550* 9999-EXIT - COMMON PROGRAM EXIT
014560*----------------------------------------------------------------*
014570 9999-EXIT.
014580     STOP RUN.
