000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCROUTE.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  EXTRACT ROUTING.  SPLITS THE
000230*                  DAY'S MASTER EXTRACT INTO ONE FILE PER
000240*                  SUBSCRIBER ON THE SUBSCRIBER TABLE (CCSUBS),
000250*                  WRITTEN TO THE SUBEXTNN FILE NAMED BY THE
000260*                  SUBSCRIBER'S SLOT.  EACH FILE GETS THE MASTER
000270*                  HEADER WITH THE SUBSCRIBER ID ADDED, EVERY
000280*                  DETAIL (OR REVERSAL) WHOSE CATEGORY AND BRANCH
000290*                  THE SUBSCRIBER SELECTS, AND ITS OWN TRAILER -
000300*                  ITS OWN COUNT AND HASH, THE MASTER'S FEED
000310*                  IDENTITY, AND RECEIVED TOTALS OF ZERO, SINCE
000320*                  THE FEED WAS NOT RECEIVED FILE BY FILE.  A
000330*                  DETAIL NO SUBSCRIBER SELECTS IS COUNTED AND
000340*                  GOES NOWHERE.  A BAD SUBSCRIBER TABLE, OR A
000350*                  MASTER WITHOUT ITS HEADER OR TRAILER, ENDS THE
000360*                  RUN WITH RC=16.  CCRTECTL PROVES THE SPLIT
000370*                  AFTERWARDS.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SUBSCRIB   ASSIGN TO SUBSCRIB
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT EXTFILE    ASSIGN TO EXTFILE
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT SUBEXT01   ASSIGN TO SUBEXT01
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT SUBEXT02   ASSIGN TO SUBEXT02
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT SUBEXT03   ASSIGN TO SUBEXT03
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT SUBEXT04   ASSIGN TO SUBEXT04
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT SUBEXT05   ASSIGN TO SUBEXT05
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT SUBEXT06   ASSIGN TO SUBEXT06
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT SUBEXT07   ASSIGN TO SUBEXT07
000590            ORGANIZATION IS SEQUENTIAL.
000600     SELECT SUBEXT08   ASSIGN TO SUBEXT08
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT RUNLOG     ASSIGN TO RUNLOG
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT PROCDATE   ASSIGN TO PROCDATE
000650            ORGANIZATION IS SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SUBSCRIB
000700     RECORDING MODE IS F.
000710 COPY CCSUBS.
000720
000730 FD  EXTFILE
000740     RECORDING MODE IS F.
000750 COPY CCEXT.
000760
000770 FD  SUBEXT01
000780     RECORDING MODE IS F.
000790 01  SUBEXT01-REC              PIC X(80).
000800
000810 FD  SUBEXT02
000820     RECORDING MODE IS F.
000830 01  SUBEXT02-REC              PIC X(80).
000840
000850 FD  SUBEXT03
000860     RECORDING MODE IS F.
000870 01  SUBEXT03-REC              PIC X(80).
000880
000890 FD  SUBEXT04
000900     RECORDING MODE IS F.
000910 01  SUBEXT04-REC              PIC X(80).
000920
000930 FD  SUBEXT05
000940     RECORDING MODE IS F.
000950 01  SUBEXT05-REC              PIC X(80).
000960
000970 FD  SUBEXT06
000980     RECORDING MODE IS F.
000990 01  SUBEXT06-REC              PIC X(80).
001000
001010 FD  SUBEXT07
001020     RECORDING MODE IS F.
001030 01  SUBEXT07-REC              PIC X(80).
001040
001050 FD  SUBEXT08
001060     RECORDING MODE IS F.
001070 01  SUBEXT08-REC              PIC X(80).
001080
001090 FD  RUNLOG
001100     RECORDING MODE IS F.
001110 COPY CCRLOG.
001120
001130 FD  PROCDATE
001140     RECORDING MODE IS F.
001150 COPY CCPDT.
001160
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------*
001190* SWITCHES
001200*----------------------------------------------------------------*
001210 77  WS-SUB-EOF-SW          PIC X(01)   VALUE 'N'.
001220     88  WS-SUB-EOF                     VALUE 'Y'.
001230 77  WS-EXT-EOF-SW          PIC X(01)   VALUE 'N'.
001240     88  WS-EXT-EOF                     VALUE 'Y'.
001250 77  WS-TRL-SEEN-SW         PIC X(01)   VALUE 'N'.
001260     88  WS-TRL-SEEN                    VALUE 'Y'.
001270 77  WS-ROUTED-SW           PIC X(01)   VALUE 'N'.
001280     88  WS-ROUTED                      VALUE 'Y'.
001290 77  WS-SELECTED-SW         PIC X(01)   VALUE 'N'.
001300     88  WS-SELECTED                    VALUE 'Y'.
001310 77  WS-CAT-OK-SW           PIC X(01)   VALUE 'N'.
001320     88  WS-CAT-OK                      VALUE 'Y'.
001330 77  WS-BRN-OK-SW           PIC X(01)   VALUE 'N'.
001340     88  WS-BRN-OK                      VALUE 'Y'.
001350
001360*----------------------------------------------------------------*
001370* RUN DATE - THE BUSINESS DATE FROM PROCDATE, FOR THE RUN LOG.
001380* THE CLOCK DATE IS TAKEN ONLY FOR THE RUN LOG TIMESTAMP.
001390*----------------------------------------------------------------*
001400 77  WS-CURR-DATE           PIC 9(08).
001410 77  WS-CLOCK-DATE          PIC 9(08)   VALUE ZERO.
001420 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
001430
001440*----------------------------------------------------------------*
001450* RUN LOG WORK AREAS - EVERY CHAIN PROGRAM WRITES ONE START AND
001460* ONE END RECORD TO THE SHARED RUNLOG FILE FOR THE END-OF-DAY
001470* OPERATIONS REPORT.
001480*----------------------------------------------------------------*
001490 77  WS-RLOG-TYPE           PIC X(01)   VALUE SPACE.
001500 77  WS-RLOG-IN             PIC 9(07)   VALUE ZERO.
001510 77  WS-RLOG-OUT            PIC 9(07)   VALUE ZERO.
001520 77  WS-RLOG-RC             PIC 9(02)   VALUE ZERO.
001530 77  WS-RLOG-REST           PIC X(01)   VALUE 'N'.
001540
001550*----------------------------------------------------------------*
001560* SUBSCRIBER TABLE, HELD IN THE ORDER OF THE SUBSCRIBER FILE.  A
001570* SUBSCRIBER WITH NO CATEGORIES RECEIVES EVERY CATEGORY, AND ONE
001580* WITH NO BRANCHES EVERY BRANCH.  THE SLOT TABLE GIVES THE
001590* SUBSCRIBER WRITING TO EACH SUBEXTNN FILE, ZERO WHEN NONE DOES.
001600*----------------------------------------------------------------*
001610 77  WS-SUB-MAX             PIC 9(02)   VALUE 8      COMP.
001620 77  WS-SUB-CAT-MAX         PIC 9(02)   VALUE 10     COMP.
001630 77  WS-SUB-BRN-MAX         PIC 9(02)   VALUE 50     COMP.
001640 77  WS-SUB-COUNT           PIC 9(02)   VALUE ZERO   COMP.
001650 77  WS-SUB-IX              PIC 9(02)   VALUE ZERO   COMP.
001660 77  WS-SUB-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
001670 77  WS-SEL-IX              PIC 9(02)   VALUE ZERO   COMP.
001680 77  WS-SUB-CHK-ID          PIC X(08)   VALUE SPACE.
001690 01  WS-SUB-TABLE.
001700     05  WS-SUB-ENTRY  OCCURS 8 TIMES.
001710         10  WS-SUB-ID          PIC X(08).
001720         10  WS-SUB-NAME        PIC X(24).
001730         10  WS-SUB-SLOT        PIC 9(02).
001740         10  WS-SUB-CAT-COUNT   PIC 9(02)   COMP.
001750         10  WS-SUB-CAT  OCCURS 10 TIMES
001760                                PIC X(03).
001770         10  WS-SUB-BRN-COUNT   PIC 9(02)   COMP.
001780         10  WS-SUB-BRN  OCCURS 50 TIMES
001790                                PIC X(04).
001800         10  WS-SUB-DET-COUNT   PIC 9(07)   COMP.
001810         10  WS-SUB-DET-HASH    PIC 9(15)   COMP.
001820 01  WS-SLOT-TABLE.
001830     05  WS-SLOT-SUB-IX  OCCURS 8 TIMES
001840                                PIC 9(02)   VALUE ZERO   COMP.
001850
001860*----------------------------------------------------------------*
001870* THE MASTER TRAILER'S FEED IDENTITY, COPIED TO EVERY SUBSCRIBER
001880* TRAILER
001890*----------------------------------------------------------------*
001900 77  WS-TRL-SOURCE-ID       PIC X(08)   VALUE SPACE.
001910 77  WS-TRL-BUS-DATE        PIC 9(08)   VALUE ZERO.
001920 77  WS-TRL-SEQ-NO          PIC 9(06)   VALUE ZERO.
001930 77  WS-HASH-WORK           PIC 9(15)   VALUE ZERO   COMP.
001940
001950*----------------------------------------------------------------*
001960* SUBSCRIBER RECORD BUILD AREA - CC-EXT-REC FORMAT.  THE TRAILER
001970* IS BUILT HERE BECAUSE THE MASTER HAS REACHED END OF FILE BY THE
001980* TIME IT IS WRITTEN.
001990*----------------------------------------------------------------*
002000 01  WS-OUT-REC             PIC X(80).
002010 01  WS-OUT-TRL  REDEFINES WS-OUT-REC.
002020     05  WS-OUT-TRL-TYPE    PIC X(01).
002030     05  WS-OUT-TRL-COUNT   PIC 9(07).
002040     05  WS-OUT-TRL-HASH    PIC 9(15).
002050     05  WS-OUT-TRL-SOURCE  PIC X(08).
002060     05  WS-OUT-TRL-BUS-DT  PIC 9(08).
002070     05  WS-OUT-TRL-SEQ-NO  PIC 9(06).
002080     05  WS-OUT-TRL-RECV-CT PIC 9(07).
002090     05  WS-OUT-TRL-RECV-HS PIC 9(15).
002100     05  FILLER             PIC X(13).
002110
002120*----------------------------------------------------------------*
002130* RUN CONTROL COUNTERS
002140*----------------------------------------------------------------*
002150 77  WS-SUB-READ            PIC 9(07)   VALUE ZERO   COMP.
002160 77  WS-EXT-READ            PIC 9(07)   VALUE ZERO   COMP.
002170 77  WS-DET-READ            PIC 9(07)   VALUE ZERO   COMP.
002180 77  WS-UNROUTED-COUNT      PIC 9(07)   VALUE ZERO   COMP.
002190 77  WS-WRITE-COUNT         PIC 9(07)   VALUE ZERO   COMP.
002200 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
002210
002220 PROCEDURE DIVISION.
002230*================================================================*
002240* 0000-MAINLINE
002250*================================================================*
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002280     PERFORM 2000-ROUTE-RECORD   THRU 2000-ROUTE-RECORD-EXIT
002290         UNTIL WS-EXT-EOF.
002300     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
002310     GO TO 9999-EXIT.
002320
002330*----------------------------------------------------------------*
002340* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOG THE START, LOAD
002350*     THE SUBSCRIBER TABLE, OPEN EACH SUBSCRIBER'S FILE, AND LEAD
002360*     EACH ONE WITH THE MASTER HEADER.
002370*----------------------------------------------------------------*
002380 1000-INITIALIZE.
002390     PERFORM 1050-READ-PROC-DATE THRU 1050-READ-PROC-DATE-EXIT.
002400     OPEN EXTEND RUNLOG.
002410     MOVE 'S' TO WS-RLOG-TYPE.
002420     MOVE ZERO TO WS-RLOG-IN.
002430     MOVE ZERO TO WS-RLOG-OUT.
002440     MOVE ZERO TO WS-RLOG-RC.
002450     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
002460     PERFORM 1100-LOAD-SUBSCRIBERS
002470                           THRU 1100-LOAD-SUBSCRIBERS-EXIT.
002480     OPEN INPUT  EXTFILE.
002490     PERFORM 1200-OPEN-SUBSCRIBER-FILE
002500                           THRU 1200-OPEN-SUBSCRIBER-FILE-EXIT
002510         VARYING WS-SUB-IX FROM 1 BY 1
002520         UNTIL WS-SUB-IX > WS-SUB-COUNT.
002530     PERFORM 2100-READ-EXTFILE   THRU 2100-READ-EXTFILE-EXIT.
002540     IF WS-EXT-EOF OR NOT CC-EXT-IS-HEADER
002550         DISPLAY 'CCROUTE - EXTFILE HAS NO HEADER - ABORTING'
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     IF CC-EXT-HDR-SUB-ID NOT = SPACE
002600         DISPLAY 'CCROUTE - EXTFILE IS ALREADY ROUTED TO '
002610                 CC-EXT-HDR-SUB-ID ' - ABORTING'
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     PERFORM 1300-WRITE-SUBSCRIBER-HEADER
002660                           THRU 1300-WRITE-SUBSCRIBER-HEADER-EXIT
002670         VARYING WS-SUB-IX FROM 1 BY 1
002680         UNTIL WS-SUB-IX > WS-SUB-COUNT.
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------*
002730* 1050-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
002740*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
002750*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
002760*----------------------------------------------------------------*
002770 1050-READ-PROC-DATE.
002780     OPEN INPUT  PROCDATE.
002790     READ PROCDATE
002800         AT END
002810             DISPLAY 'CCROUTE - PROCDATE IS EMPTY - ABORT'
002820             MOVE 16 TO RETURN-CODE
002830             STOP RUN
002840     END-READ.
002850     CLOSE PROCDATE.
002860     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
002870 1050-READ-PROC-DATE-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
002910* 1100-LOAD-SUBSCRIBERS - LOAD THE SUBSCRIBER TABLE.  AN EMPTY
002920*     TABLE ROUTES NOTHING AND IS REFUSED.
002930*----------------------------------------------------------------*
002940 1100-LOAD-SUBSCRIBERS.
002950     OPEN INPUT  SUBSCRIB.
002960     PERFORM 1110-TAKE-SUBSCRIBER THRU 1110-TAKE-SUBSCRIBER-EXIT
002970         UNTIL WS-SUB-EOF.
002980     CLOSE SUBSCRIB.
002990     IF WS-SUB-COUNT = ZERO
003000         DISPLAY 'CCROUTE - SUBSCRIB HAS NO SUBSCRIBERS '
003010                 '- ABORTING'
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050 1100-LOAD-SUBSCRIBERS-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090* 1110-TAKE-SUBSCRIBER - ONE SUBSCRIBER FILE RECORD.  A DEFINITION
003100*     STARTS A NEW TABLE ENTRY; A CATEGORY OR BRANCH RECORD ADDS
003110*     TO THE ENTRY FOR ITS OWN ID, WHICH MUST BE THE ONE JUST
003120*     DEFINED.
003130*----------------------------------------------------------------*
003140 1110-TAKE-SUBSCRIBER.
003150     READ SUBSCRIB
003160         AT END
003170             MOVE 'Y' TO WS-SUB-EOF-SW
003180             GO TO 1110-TAKE-SUBSCRIBER-EXIT
003190     END-READ.
003200     ADD 1 TO WS-SUB-READ.
003210     IF CC-SUB-IS-DEFINITION
003220         PERFORM 1120-ADD-SUBSCRIBER THRU 1120-ADD-SUBSCRIBER-EXIT
003230         GO TO 1110-TAKE-SUBSCRIBER-EXIT
003240     END-IF.
003250     IF WS-SUB-COUNT = ZERO
003260         DISPLAY 'CCROUTE - SUBSCRIB RECORD FOR ' CC-SUB-ID
003270                 ' AHEAD OF ITS DEFINITION - ABORTING'
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     IF CC-SUB-ID NOT = WS-SUB-ID (WS-SUB-COUNT)
003320         DISPLAY 'CCROUTE - SUBSCRIB RECORD FOR ' CC-SUB-ID
003330                 ' AHEAD OF ITS DEFINITION - ABORTING'
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     EVALUATE TRUE
003380         WHEN CC-SUB-IS-CATEGORIES
003390             PERFORM 1130-TAKE-CATEGORY
003400                           THRU 1130-TAKE-CATEGORY-EXIT
003410                 VARYING WS-SEL-IX FROM 1 BY 1
003420                 UNTIL WS-SEL-IX > 10
003430         WHEN CC-SUB-IS-BRANCHES
003440             PERFORM 1140-TAKE-BRANCH
003450                           THRU 1140-TAKE-BRANCH-EXIT
003460                 VARYING WS-SEL-IX FROM 1 BY 1
003470                 UNTIL WS-SEL-IX > 15
003480         WHEN OTHER
003490             DISPLAY 'CCROUTE - UNKNOWN SUBSCRIB RECORD TYPE '
003500                     CC-SUB-REC-TYPE ' FOR ' CC-SUB-ID
003510                     ' - ABORTING'
003520             MOVE 16 TO RETURN-CODE
003530             STOP RUN
003540     END-EVALUATE.
003550 1110-TAKE-SUBSCRIBER-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 1120-ADD-SUBSCRIBER - A NEW TABLE ENTRY.  THE ID MUST BE PRESENT
003600*     AND NOT YET ON THE TABLE, AND THE SLOT A FREE ONE FROM 01 TO
003610*     08.  THE ESCALATION ALLOWANCE IS NOT USED HERE BUT IS
003620*     CHECKED THE SAME AS IN THE ACKNOWLEDGMENT RUN.
003630*----------------------------------------------------------------*
003640 1120-ADD-SUBSCRIBER.
003650     IF WS-SUB-COUNT NOT < WS-SUB-MAX
003660         DISPLAY 'CCROUTE - SUBSCRIBERS EXCEED TABLE - ABORTING'
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     IF CC-SUB-ID = SPACE
003710         DISPLAY 'CCROUTE - SUBSCRIBER WITHOUT AN ID - ABORTING'
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     MOVE CC-SUB-ID TO WS-SUB-CHK-ID.
003760     PERFORM 1150-FIND-SUBSCRIBER THRU 1150-FIND-SUBSCRIBER-EXIT.
003770     IF WS-SUB-FOUND-IX > ZERO
003780         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
003790                 ' DEFINED TWICE - ABORTING'
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     IF CC-SUB-SLOT NOT NUMERIC
003840         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
003850                 ' SLOT INVALID - ABORTING'
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     IF CC-SUB-SLOT < 1 OR CC-SUB-SLOT > WS-SUB-MAX
003900         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
003910                 ' SLOT INVALID - ABORTING'
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     IF WS-SLOT-SUB-IX (CC-SUB-SLOT) NOT = ZERO
003960         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
003970                 ' SLOT ALREADY IN USE - ABORTING'
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     IF CC-SUB-ESC-CYCLES NOT NUMERIC
004020         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
004030                 ' ESCALATION ALLOWANCE INVALID - ABORTING'
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     ADD 1 TO WS-SUB-COUNT.
004080     MOVE CC-SUB-ID    TO WS-SUB-ID        (WS-SUB-COUNT).
004090     MOVE CC-SUB-NAME  TO WS-SUB-NAME      (WS-SUB-COUNT).
004100     MOVE CC-SUB-SLOT  TO WS-SUB-SLOT      (WS-SUB-COUNT).
004110     MOVE ZERO         TO WS-SUB-CAT-COUNT (WS-SUB-COUNT).
004120     MOVE ZERO         TO WS-SUB-BRN-COUNT (WS-SUB-COUNT).
004130     MOVE ZERO         TO WS-SUB-DET-COUNT (WS-SUB-COUNT).
004140     MOVE ZERO         TO WS-SUB-DET-HASH  (WS-SUB-COUNT).
004150     MOVE WS-SUB-COUNT TO WS-SLOT-SUB-IX   (CC-SUB-SLOT).
004160 1120-ADD-SUBSCRIBER-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 1130-TAKE-CATEGORY - ONE CATEGORY CODE FROM A 'C' RECORD, BLANK
004210*     ENTRIES PASSED OVER
004220*----------------------------------------------------------------*
004230 1130-TAKE-CATEGORY.
004240     IF CC-SUB-CAT-CD (WS-SEL-IX) = SPACE
004250         GO TO 1130-TAKE-CATEGORY-EXIT
004260     END-IF.
004270     IF WS-SUB-CAT-COUNT (WS-SUB-COUNT) NOT < WS-SUB-CAT-MAX
004280         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
004290                 ' CATEGORIES EXCEED TABLE - ABORTING'
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     ADD 1 TO WS-SUB-CAT-COUNT (WS-SUB-COUNT).
004340     MOVE CC-SUB-CAT-CD (WS-SEL-IX)
004350         TO WS-SUB-CAT (WS-SUB-COUNT,
004360                        WS-SUB-CAT-COUNT (WS-SUB-COUNT)).
004370 1130-TAKE-CATEGORY-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------*
004410* 1140-TAKE-BRANCH - ONE BRANCH CODE FROM A 'B' RECORD, BLANK
004420*     ENTRIES PASSED OVER
004430*----------------------------------------------------------------*
004440 1140-TAKE-BRANCH.
004450     IF CC-SUB-BRN-CD (WS-SEL-IX) = SPACE
004460         GO TO 1140-TAKE-BRANCH-EXIT
004470     END-IF.
004480     IF WS-SUB-BRN-COUNT (WS-SUB-COUNT) NOT < WS-SUB-BRN-MAX
004490         DISPLAY 'CCROUTE - SUBSCRIBER ' CC-SUB-ID
004500                 ' BRANCHES EXCEED TABLE - ABORTING'
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     ADD 1 TO WS-SUB-BRN-COUNT (WS-SUB-COUNT).
004550     MOVE CC-SUB-BRN-CD (WS-SEL-IX)
004560         TO WS-SUB-BRN (WS-SUB-COUNT,
004570                        WS-SUB-BRN-COUNT (WS-SUB-COUNT)).
004580 1140-TAKE-BRANCH-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620* 1150-FIND-SUBSCRIBER - LOOK UP WS-SUB-CHK-ID ON THE TABLE.
004630*     WS-SUB-FOUND-IX IS ZERO WHEN IT IS NOT THERE.
004640*----------------------------------------------------------------*
004650 1150-FIND-SUBSCRIBER.
004660     MOVE ZERO TO WS-SUB-FOUND-IX.
004670     PERFORM 1160-COMPARE-SUBSCRIBER
004680                           THRU 1160-COMPARE-SUBSCRIBER-EXIT
004690         VARYING WS-SUB-IX FROM 1 BY 1
004700         UNTIL WS-SUB-IX > WS-SUB-COUNT
004710            OR WS-SUB-FOUND-IX > ZERO.
004720 1150-FIND-SUBSCRIBER-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------*
004760* 1160-COMPARE-SUBSCRIBER - COMPARE ONE TABLE ENTRY
004770*----------------------------------------------------------------*
004780 1160-COMPARE-SUBSCRIBER.
004790     IF WS-SUB-ID (WS-SUB-IX) = WS-SUB-CHK-ID
004800         MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
004810     END-IF.
004820 1160-COMPARE-SUBSCRIBER-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860* 1200-OPEN-SUBSCRIBER-FILE - OPEN THE SUBEXTNN FILE FOR ONE
004870*     SUBSCRIBER'S SLOT.  ONLY THE SLOTS IN USE ARE OPENED, SO THE
004880*     JCL CARRIES A DD ONLY FOR EACH SUBSCRIBER ON THE TABLE.
004890*----------------------------------------------------------------*
004900 1200-OPEN-SUBSCRIBER-FILE.
004910     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
004920         WHEN 1
004930             OPEN OUTPUT SUBEXT01
004940         WHEN 2
004950             OPEN OUTPUT SUBEXT02
004960         WHEN 3
004970             OPEN OUTPUT SUBEXT03
004980         WHEN 4
004990             OPEN OUTPUT SUBEXT04
005000         WHEN 5
005010             OPEN OUTPUT SUBEXT05
005020         WHEN 6
005030             OPEN OUTPUT SUBEXT06
005040         WHEN 7
005050             OPEN OUTPUT SUBEXT07
005060         WHEN 8
005070             OPEN OUTPUT SUBEXT08
005080     END-EVALUATE.
005090 1200-OPEN-SUBSCRIBER-FILE-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------*
005130* 1300-WRITE-SUBSCRIBER-HEADER - THE MASTER HEADER, STAMPED WITH
005140*     THE SUBSCRIBER'S ID, LEADS THAT SUBSCRIBER'S FILE.  THE RUN
005150*     DATE AND PROGRAM ID STAY AS THE MASTER HAS THEM.
005160*----------------------------------------------------------------*
005170 1300-WRITE-SUBSCRIBER-HEADER.
005180     MOVE WS-SUB-ID (WS-SUB-IX) TO CC-EXT-HDR-SUB-ID.
005190     MOVE CC-EXT-REC TO WS-OUT-REC.
005200     PERFORM 2500-WRITE-SUBSCRIBER-REC
005210                           THRU 2500-WRITE-SUBSCRIBER-REC-EXIT.
005220 1300-WRITE-SUBSCRIBER-HEADER-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260* 2000-ROUTE-RECORD - READ ONE MASTER RECORD AND DISPOSE OF IT.  A
005270*     DETAIL OR REVERSAL IS OFFERED TO EVERY SUBSCRIBER; THE
005280*     TRAILER IS HELD FOR THE SUBSCRIBER TRAILERS.  A SECOND
005290*     HEADER, A RECORD PAST THE TRAILER, OR AN UNKNOWN RECORD TYPE
005300*     MEANS THE MASTER IS DAMAGED AND NOTHING IS ROUTED FROM IT.
005310*----------------------------------------------------------------*
005320 2000-ROUTE-RECORD.
005330     PERFORM 2100-READ-EXTFILE   THRU 2100-READ-EXTFILE-EXIT.
005340     IF WS-EXT-EOF
005350         GO TO 2000-ROUTE-RECORD-EXIT
005360     END-IF.
005370     IF WS-TRL-SEEN
005380         DISPLAY 'CCROUTE - EXTFILE HAS RECORDS AFTER THE '
005390                 'TRAILER - ABORTING'
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     EVALUATE TRUE
005440         WHEN CC-EXT-IS-DETAIL
005450             PERFORM 2200-ROUTE-DETAIL THRU 2200-ROUTE-DETAIL-EXIT
005460         WHEN CC-EXT-IS-REVERSAL
005470             PERFORM 2200-ROUTE-DETAIL THRU 2200-ROUTE-DETAIL-EXIT
005480         WHEN CC-EXT-IS-TRAILER
005490             MOVE 'Y' TO WS-TRL-SEEN-SW
005500             MOVE CC-EXT-TRL-SOURCE-ID TO WS-TRL-SOURCE-ID
005510             MOVE CC-EXT-TRL-BUS-DATE  TO WS-TRL-BUS-DATE
005520             MOVE CC-EXT-TRL-SEQ-NO    TO WS-TRL-SEQ-NO
005530         WHEN CC-EXT-IS-HEADER
005540             DISPLAY 'CCROUTE - EXTFILE HAS A SECOND HEADER '
005550                     '- ABORTING'
005560             MOVE 16 TO RETURN-CODE
005570             STOP RUN
005580         WHEN OTHER
005590             DISPLAY 'CCROUTE - UNKNOWN EXTFILE RECORD TYPE '
005600                     CC-EXT-REC-TYPE ' - ABORTING'
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630     END-EVALUATE.
005640 2000-ROUTE-RECORD-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------*
005680* 2100-READ-EXTFILE - READ THE NEXT MASTER EXTRACT RECORD
005690*----------------------------------------------------------------*
005700 2100-READ-EXTFILE.
005710     READ EXTFILE
005720         AT END
005730             MOVE 'Y' TO WS-EXT-EOF-SW
005740     END-READ.
005750     IF NOT WS-EXT-EOF
005760         ADD 1 TO WS-EXT-READ
005770     END-IF.
005780 2100-READ-EXTFILE-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------*
005820* 2200-ROUTE-DETAIL - OFFER ONE DETAIL TO EVERY SUBSCRIBER.  A
005830*     REVERSAL CARRIES ITS ACCOUNT, TEST VALUE, CATEGORY AND
005840*     BRANCH WHERE A DETAIL DOES, SO THE DETAIL NAMES SERVE FOR
005850*     BOTH.
005860*----------------------------------------------------------------*
005870 2200-ROUTE-DETAIL.
005880     ADD 1 TO WS-DET-READ.
005890     MOVE 'N' TO WS-ROUTED-SW.
005900     PERFORM 2300-OFFER-DETAIL   THRU 2300-OFFER-DETAIL-EXIT
005910         VARYING WS-SUB-IX FROM 1 BY 1
005920         UNTIL WS-SUB-IX > WS-SUB-COUNT.
005930     IF NOT WS-ROUTED
005940         ADD 1 TO WS-UNROUTED-COUNT
005950     END-IF.
005960 2200-ROUTE-DETAIL-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------*
006000* 2300-OFFER-DETAIL - WRITE THE DETAIL TO ONE SUBSCRIBER WHEN ITS
006010*     SELECTION TAKES IT, AND ADD IT TO THAT SUBSCRIBER'S COUNT
006020*     AND HASH
006030*----------------------------------------------------------------*
006040 2300-OFFER-DETAIL.
006050     PERFORM 2400-CHECK-SELECTION THRU 2400-CHECK-SELECTION-EXIT.
006060     IF NOT WS-SELECTED
006070         GO TO 2300-OFFER-DETAIL-EXIT
006080     END-IF.
006090     MOVE CC-EXT-REC TO WS-OUT-REC.
006100     PERFORM 2500-WRITE-SUBSCRIBER-REC
006110                           THRU 2500-WRITE-SUBSCRIBER-REC-EXIT.
006120     ADD 1 TO WS-SUB-DET-COUNT (WS-SUB-IX).
006130     MOVE CC-EXT-DET-ACCT-NO TO WS-HASH-WORK.
006140     ADD WS-HASH-WORK TO WS-SUB-DET-HASH (WS-SUB-IX).
006150     MOVE CC-EXT-DET-TEST-VALUE TO WS-HASH-WORK.
006160     ADD WS-HASH-WORK TO WS-SUB-DET-HASH (WS-SUB-IX).
006170     ADD 1 TO WS-WRITE-COUNT.
006180     MOVE 'Y' TO WS-ROUTED-SW.
006190 2300-OFFER-DETAIL-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------*
006230* 2400-CHECK-SELECTION - DOES SUBSCRIBER WS-SUB-IX TAKE THE
006240*     CURRENT DETAIL?  BOTH ITS CATEGORY AND ITS BRANCH MUST BE
006250*     SELECTED; AN EMPTY LIST SELECTS EVERYTHING.
006260*----------------------------------------------------------------*
006270 2400-CHECK-SELECTION.
006280     MOVE 'N' TO WS-SELECTED-SW.
006290     MOVE 'N' TO WS-CAT-OK-SW.
006300     IF WS-SUB-CAT-COUNT (WS-SUB-IX) = ZERO
006310         MOVE 'Y' TO WS-CAT-OK-SW
006320     ELSE
006330         PERFORM 2410-MATCH-CATEGORY THRU 2410-MATCH-CATEGORY-EXIT
006340             VARYING WS-SEL-IX FROM 1 BY 1
006350             UNTIL WS-SEL-IX > WS-SUB-CAT-COUNT (WS-SUB-IX)
006360                OR WS-CAT-OK
006370     END-IF.
006380     IF NOT WS-CAT-OK
006390         GO TO 2400-CHECK-SELECTION-EXIT
006400     END-IF.
006410     MOVE 'N' TO WS-BRN-OK-SW.
006420     IF WS-SUB-BRN-COUNT (WS-SUB-IX) = ZERO
006430         MOVE 'Y' TO WS-BRN-OK-SW
006440     ELSE
006450         PERFORM 2420-MATCH-BRANCH   THRU 2420-MATCH-BRANCH-EXIT
006460             VARYING WS-SEL-IX FROM 1 BY 1
006470             UNTIL WS-SEL-IX > WS-SUB-BRN-COUNT (WS-SUB-IX)
006480                OR WS-BRN-OK
006490     END-IF.
006500     IF WS-BRN-OK
006510         MOVE 'Y' TO WS-SELECTED-SW
006520     END-IF.
006530 2400-CHECK-SELECTION-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 2410-MATCH-CATEGORY - COMPARE ONE SELECTED CATEGORY
006580*----------------------------------------------------------------*
006590 2410-MATCH-CATEGORY.
006600     IF WS-SUB-CAT (WS-SUB-IX, WS-SEL-IX) = CC-EXT-DET-CATEGORY-CD
006610         MOVE 'Y' TO WS-CAT-OK-SW
006620     END-IF.
006630 2410-MATCH-CATEGORY-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------*
006670* 2420-MATCH-BRANCH - COMPARE ONE SELECTED BRANCH
006680*----------------------------------------------------------------*
006690 2420-MATCH-BRANCH.
006700     IF WS-SUB-BRN (WS-SUB-IX, WS-SEL-IX) = CC-EXT-DET-BRANCH-CD
006710         MOVE 'Y' TO WS-BRN-OK-SW
006720     END-IF.
006730 2420-MATCH-BRANCH-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------*
006770* 2500-WRITE-SUBSCRIBER-REC - WRITE WS-OUT-REC TO THE FILE FOR
006780*     SUBSCRIBER WS-SUB-IX'S SLOT
006790*----------------------------------------------------------------*
006800 2500-WRITE-SUBSCRIBER-REC.
006810     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
006820         WHEN 1
006830             WRITE SUBEXT01-REC FROM WS-OUT-REC
006840         WHEN 2
006850             WRITE SUBEXT02-REC FROM WS-OUT-REC
006860         WHEN 3
006870             WRITE SUBEXT03-REC FROM WS-OUT-REC
006880         WHEN 4
006890             WRITE SUBEXT04-REC FROM WS-OUT-REC
006900         WHEN 5
006910             WRITE SUBEXT05-REC FROM WS-OUT-REC
006920         WHEN 6
006930             WRITE SUBEXT06-REC FROM WS-OUT-REC
006940         WHEN 7
006950             WRITE SUBEXT07-REC FROM WS-OUT-REC
006960         WHEN 8
006970             WRITE SUBEXT08-REC FROM WS-OUT-REC
006980     END-EVALUATE.
006990 2500-WRITE-SUBSCRIBER-REC-EXIT.
007000     EXIT.
007010
007020*----------------------------------------------------------------*
007030* 8000-FINALIZE - TRAIL EVERY SUBSCRIBER FILE, CLOSE FILES, AND
007040*     SHOW THE ROUTING COUNTS.  A MASTER WITHOUT A TRAILER WAS CUT
007050*     SHORT, SO THE SUBSCRIBER FILES ARE LEFT WITHOUT TRAILERS TOO
007060*     AND THE RUN ENDS RC=16.
007070*----------------------------------------------------------------*
007080 8000-FINALIZE.
007090     IF NOT WS-TRL-SEEN
007100         DISPLAY 'CCROUTE - EXTFILE HAS NO TRAILER - ABORTING'
007110         MOVE 16 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140     PERFORM 8100-WRITE-SUBSCRIBER-TRAILER
007150                           THRU 8100-WRITE-SUBSCRIBER-TRAILER-EXIT
007160         VARYING WS-SUB-IX FROM 1 BY 1
007170         UNTIL WS-SUB-IX > WS-SUB-COUNT.
007180     PERFORM 8200-CLOSE-SUBSCRIBER-FILE
007190                           THRU 8200-CLOSE-SUBSCRIBER-FILE-EXIT
007200         VARYING WS-SUB-IX FROM 1 BY 1
007210         UNTIL WS-SUB-IX > WS-SUB-COUNT.
007220     CLOSE EXTFILE.
007230     PERFORM 8300-DISPLAY-COUNTS THRU 8300-DISPLAY-COUNTS-EXIT.
007240     MOVE 'E' TO WS-RLOG-TYPE.
007250     MOVE WS-DET-READ    TO WS-RLOG-IN.
007260     MOVE WS-WRITE-COUNT TO WS-RLOG-OUT.
007270     MOVE ZERO TO WS-RLOG-RC.
007280     PERFORM 9500-WRITE-RUN-LOG  THRU 9500-WRITE-RUN-LOG-EXIT.
007290     CLOSE RUNLOG.
007300 8000-FINALIZE-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------*
007340* 8100-WRITE-SUBSCRIBER-TRAILER - ONE SUBSCRIBER'S TRAILER - ITS
007350*     OWN COUNT AND HASH, THE MASTER'S FEED IDENTITY, AND RECEIVED
007360*     TOTALS OF ZERO, AS THE CANCELLATION FILE CARRIES THEM
007370*----------------------------------------------------------------*
007380 8100-WRITE-SUBSCRIBER-TRAILER.
007390     MOVE SPACE TO WS-OUT-REC.
007400     MOVE 'T' TO WS-OUT-TRL-TYPE.
007410     MOVE WS-SUB-DET-COUNT (WS-SUB-IX) TO WS-OUT-TRL-COUNT.
007420     MOVE WS-SUB-DET-HASH  (WS-SUB-IX) TO WS-OUT-TRL-HASH.
007430     MOVE WS-TRL-SOURCE-ID TO WS-OUT-TRL-SOURCE.
007440     MOVE WS-TRL-BUS-DATE  TO WS-OUT-TRL-BUS-DT.
007450     MOVE WS-TRL-SEQ-NO    TO WS-OUT-TRL-SEQ-NO.
007460     MOVE ZERO             TO WS-OUT-TRL-RECV-CT.
007470     MOVE ZERO             TO WS-OUT-TRL-RECV-HS.
007480     PERFORM 2500-WRITE-SUBSCRIBER-REC
007490                           THRU 2500-WRITE-SUBSCRIBER-REC-EXIT.
007500 8100-WRITE-SUBSCRIBER-TRAILER-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------*
007540* 8200-CLOSE-SUBSCRIBER-FILE - CLOSE ONE SUBSCRIBER'S FILE
007550*----------------------------------------------------------------*
007560 8200-CLOSE-SUBSCRIBER-FILE.
007570     EVALUATE WS-SUB-SLOT (WS-SUB-IX)
007580         WHEN 1
007590             CLOSE SUBEXT01
007600         WHEN 2
007610             CLOSE SUBEXT02
007620         WHEN 3
007630             CLOSE SUBEXT03
007640         WHEN 4
007650             CLOSE SUBEXT04
007660         WHEN 5
007670             CLOSE SUBEXT05
007680         WHEN 6
007690             CLOSE SUBEXT06
007700         WHEN 7
007710             CLOSE SUBEXT07
007720         WHEN 8
007730             CLOSE SUBEXT08
007740     END-EVALUATE.
007750 8200-CLOSE-SUBSCRIBER-FILE-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------*
007790* 8300-DISPLAY-COUNTS - THE ROUTING COUNTS, TO THE JOB LOG.  THE
007800*     DISTRIBUTION CONTROL REPORT (CCRTECTL) IS THE PROOF.
007810*----------------------------------------------------------------*
007820 8300-DISPLAY-COUNTS.
007830     MOVE WS-DET-READ TO WS-RPT-COUNT-ED.
007840     DISPLAY 'CCROUTE - MASTER DETAILS READ  ' WS-RPT-COUNT-ED.
007850     PERFORM 8310-DISPLAY-SUBSCRIBER
007860                           THRU 8310-DISPLAY-SUBSCRIBER-EXIT
007870         VARYING WS-SUB-IX FROM 1 BY 1
007880         UNTIL WS-SUB-IX > WS-SUB-COUNT.
007890     MOVE WS-UNROUTED-COUNT TO WS-RPT-COUNT-ED.
007900     DISPLAY 'CCROUTE - ROUTED TO NOBODY     ' WS-RPT-COUNT-ED.
007910 8300-DISPLAY-COUNTS-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950* 8310-DISPLAY-SUBSCRIBER - ONE SUBSCRIBER'S ROUTED COUNT
007960*----------------------------------------------------------------*
007970 8310-DISPLAY-SUBSCRIBER.
007980     MOVE WS-SUB-DET-COUNT (WS-SUB-IX) TO WS-RPT-COUNT-ED.
007990     DISPLAY 'CCROUTE - ROUTED TO ' WS-SUB-ID (WS-SUB-IX)
008000             '   ' WS-RPT-COUNT-ED
008010             '  SLOT ' WS-SUB-SLOT (WS-SUB-IX).
008020 8310-DISPLAY-SUBSCRIBER-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------*
008060* 9500-WRITE-RUN-LOG - ONE START OR END RECORD ON THE SHARED RUN
008070*     LOG, TIMESTAMPED, FOR THE END-OF-DAY OPERATIONS REPORT
008080*----------------------------------------------------------------*
008090 9500-WRITE-RUN-LOG.
008100     MOVE SPACE TO CC-RLOG-REC.
008110     MOVE 'CCROUTE ' TO CC-RLOG-PGM-ID.
008120     MOVE WS-CURR-DATE TO CC-RLOG-RUN-DATE.
008130     MOVE WS-RLOG-TYPE TO CC-RLOG-TYPE.
008140     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
008150     ACCEPT WS-TIME-RAW FROM TIME.
008160     COMPUTE CC-RLOG-TIMESTAMP =
008170             WS-CLOCK-DATE * 1000000 + WS-TIME-RAW / 100.
008180     MOVE WS-RLOG-IN   TO CC-RLOG-RECS-IN.
008190     MOVE WS-RLOG-OUT  TO CC-RLOG-RECS-OUT.
008200     MOVE WS-RLOG-RC   TO CC-RLOG-RETURN-CODE.
008210     MOVE WS-RLOG-REST TO CC-RLOG-RESTART-IND.
008220     WRITE CC-RLOG-REC.
008230 9500-WRITE-RUN-LOG-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------*
008270* 9999-EXIT - COMMON PROGRAM EXIT
008280*----------------------------------------------------------------*
008290 9999-EXIT.
008300     STOP RUN.
