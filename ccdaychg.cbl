000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCDAYCHG.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  DAY-OVER-DAY ELIGIBILITY
000230*                  CHANGE REPORT.  MATCHES THE LATEST AUDIT TRAIL
000240*                  GENERATION AGAINST THE ONE BEFORE IT BY
000250*                  ACCOUNT NUMBER (BOTH ARE WRITTEN IN ACCOUNT
000260*                  NUMBER ORDER) AND LISTS EVERY ACCOUNT WHOSE
000270*                  OUTCOME CHANGED - NEWLY ELIGIBLE, LOST
000280*                  ELIGIBILITY, MOVED INTO OR OUT OF 'SUPP', NEW
000290*                  ON THE FEED, OR DROPPED OFF THE FEED.  WHEN
000300*                  TODAY'S OUTCOME IS A REJECT THE REASON CODE IS
000310*                  TAKEN FROM TODAY'S EXCEPTION FILE.  CHANGED
000320*                  ACCOUNTS ARE MATCHED FORWARD TO THE ACCOUNT
000330*                  MASTER FOR BRANCH, OFFICER, AND NAME, SORTED,
000340*                  AND PRINTED PAGED BY BRANCH WITH OFFICER
000350*                  SECTIONS, THE WAY CCDISTRB PRINTS.  A CLOSING
000360*                  SUMMARY GIVES THE CHANGE COUNTS BY CATEGORY
000370*                  CODE AND BY BRANCH/OFFICER, SO A SWING AFTER
000380*                  A POLICY CHANGE OR A SHORT FEED STANDS OUT.
000390*                  OUTCOMES ARE COMPARED AS ELIGIBLE ('THEN', OR
000400*                  'OVRD' FORCED ELIGIBLE), SUPPRESSED ('SUPP'),
000410*                  OR INELIGIBLE (ANYTHING ELSE) - AN ACCOUNT
000420*                  THAT STAYS IN THE SAME CLASS IS UNCHANGED.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT AUDFILE    ASSIGN TO AUDFILE
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT AUDPRIOR   ASSIGN TO AUDPRIOR
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT EXCFILE    ASSIGN TO EXCFILE
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT ACCTMAST   ASSIGN TO ACCTMAST
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT CHGRPT     ASSIGN TO CHGRPT
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT SORTWORK   ASSIGN TO SORTWORK.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDFILE
000620     RECORDING MODE IS F.
000630 COPY CCAUD.
000640
000650 FD  AUDPRIOR
000660     RECORDING MODE IS F.
000670 01  AUD-PRIOR-REC             PIC X(80).
000680
000690 FD  EXCFILE
000700     RECORDING MODE IS F.
000710 COPY CCEXC.
000720
000730 FD  ACCTMAST
000740     RECORDING MODE IS F.
000750 COPY CCACCT.
000760
000770 FD  CHGRPT
000780     RECORDING MODE IS F.
000790 01  CHG-LINE                  PIC X(80).
000800
000810 SD  SORTWORK.
000820 01  SRT-REC.
000830     05  SRT-BRANCH         PIC X(04).
000840     05  SRT-OFFICER        PIC X(04).
000850     05  SRT-ACCT           PIC 9(07).
000860     05  SRT-NAME           PIC X(20).
000870     05  SRT-CAT            PIC X(03).
000880     05  SRT-WAS-DISP       PIC X(04).
000890     05  SRT-NOW-DISP       PIC X(04).
000900     05  SRT-CHG-TYPE       PIC 9(01).
000910     05  SRT-REASON         PIC X(12).
000920     05  FILLER             PIC X(21).
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------*
000960* SWITCHES
000970*----------------------------------------------------------------*
000980 77  WS-AUD-EOF-SW          PIC X(01)   VALUE 'N'.
000990     88  WS-AUD-EOF                     VALUE 'Y'.
001000 77  WS-PRIOR-EOF-SW        PIC X(01)   VALUE 'N'.
001010     88  WS-PRIOR-EOF                   VALUE 'Y'.
001020 77  WS-EXC-EOF-SW          PIC X(01)   VALUE 'N'.
001030     88  WS-EXC-EOF                     VALUE 'Y'.
001040 77  WS-MAST-EOF-SW         PIC X(01)   VALUE 'N'.
001050     88  WS-MAST-EOF                    VALUE 'Y'.
001060 77  WS-SORT-EOF-SW         PIC X(01)   VALUE 'N'.
001070     88  WS-SORT-EOF                    VALUE 'Y'.
001080 77  WS-FIRST-GROUP-SW      PIC X(01)   VALUE 'Y'.
001090     88  WS-FIRST-GROUP                 VALUE 'Y'.
001100 77  WS-CAT-FOUND-SW        PIC X(01)   VALUE 'N'.
001110     88  WS-CAT-FOUND                   VALUE 'Y'.
001120
001130*----------------------------------------------------------------*
001140* RUN DATE - PRINTED ON EVERY PAGE HEADING
001150*----------------------------------------------------------------*
001160 77  WS-CURR-DATE           PIC 9(08).
001170
001180*----------------------------------------------------------------*
001190* PRIOR-DAY AUDIT ENTRY.  SAME LAYOUT AS CC-AUD-REC (CCAUD) -
001200* READ INTO HERE SO BOTH GENERATIONS CAN BE HELD AT ONCE.
001210*----------------------------------------------------------------*
001220 01  WS-PRIOR-AUD.
001230     05  WS-PRIOR-ACCT-NO   PIC 9(07).
001240     05  WS-PRIOR-TEST-VALUE
001250                            PIC 9(03).
001260     05  WS-PRIOR-DISP      PIC X(04).
001270     05  WS-PRIOR-TIMESTAMP PIC 9(14).
001280     05  WS-PRIOR-CAT       PIC X(03).
001290     05  WS-PRIOR-OVRD-ACTION
001300                            PIC X(01).
001310     05  FILLER             PIC X(48).
001320
001330*----------------------------------------------------------------*
001340* MATCH KEYS.  HELD AS CHARACTER SO AN EXHAUSTED FILE CAN TAKE
001350* HIGH-VALUES AND FALL BEHIND EVERY REAL ACCOUNT NUMBER.
001360*----------------------------------------------------------------*
001370 77  WS-TODAY-KEY           PIC X(07)   VALUE SPACE.
001380 77  WS-PRIOR-KEY           PIC X(07)   VALUE SPACE.
001390
001400*----------------------------------------------------------------*
001410* OUTCOME CLASSES COMPARED ACROSS THE TWO DAYS - 'E' ELIGIBLE,
001420* 'S' SUPPRESSED, 'I' INELIGIBLE
001430*----------------------------------------------------------------*
001440 77  WS-TODAY-CLASS         PIC X(01)   VALUE SPACE.
001450 77  WS-PRIOR-CLASS         PIC X(01)   VALUE SPACE.
001460 77  WS-CLASS-DISP          PIC X(04)   VALUE SPACE.
001470 77  WS-CLASS-ACTION        PIC X(01)   VALUE SPACE.
001480 77  WS-CLASS-RESULT        PIC X(01)   VALUE SPACE.
001490
001500*----------------------------------------------------------------*
001510* CHANGE TYPES.  THE CODE CARRIED ON THE SORT RECORD INDEXES
001520* THE LABEL TABLE AND EVERY COUNT TABLE BELOW.
001530*     1 NEWLY ELIGIBLE        4 MOVED OUT OF SUPP
001540*     2 LOST ELIGIBILITY      5 NEW ON THE FEED
001550*     3 MOVED INTO SUPP       6 DROPPED OFF THE FEED
001560*----------------------------------------------------------------*
001570 77  WS-CHG-TYPE            PIC 9(01)   VALUE ZERO.
001580 77  WS-CHG-IX              PIC 9(02)   VALUE ZERO   COMP.
001590 01  WS-CHG-LABEL-LIST.
001600     05  FILLER             PIC X(11)   VALUE 'NEWLY ELIG '.
001610     05  FILLER             PIC X(11)   VALUE 'LOST ELIG  '.
001620     05  FILLER             PIC X(11)   VALUE 'INTO SUPP  '.
001630     05  FILLER             PIC X(11)   VALUE 'OUT OF SUPP'.
001640     05  FILLER             PIC X(11)   VALUE 'NEW ON FEED'.
001650     05  FILLER             PIC X(11)   VALUE 'OFF FEED   '.
001660 01  WS-CHG-LABEL-TABLE REDEFINES WS-CHG-LABEL-LIST.
001670     05  WS-CHG-LABEL  OCCURS 6 TIMES
001680                            PIC X(11).
001690
001700*----------------------------------------------------------------*
001710* THE CHANGE BEING BUILT FOR THE SORT
001720*----------------------------------------------------------------*
001730 77  WS-CHG-ACCT            PIC 9(07)   VALUE ZERO.
001740 77  WS-CHG-CAT             PIC X(03)   VALUE SPACE.
001750 77  WS-CHG-WAS             PIC X(04)   VALUE SPACE.
001760 77  WS-CHG-NOW             PIC X(04)   VALUE SPACE.
001770 77  WS-CHG-REASON          PIC X(12)   VALUE SPACE.
001780
001790*----------------------------------------------------------------*
001800* FORWARD MASTER-MATCH WORK AREAS.  AN ACCOUNT NOT ON THE MASTER
001810* IS KEYED HIGH-VALUES SO IT SORTS TO THE BACK, AND PRINTS AS
001820* '????' - AS IN CCDISTRB.
001830*----------------------------------------------------------------*
001840 77  WS-MATCH-ACCT          PIC 9(07)   VALUE ZERO.
001850 77  WS-MAST-BRANCH         PIC X(04)   VALUE SPACE.
001860 77  WS-MAST-OFFICER        PIC X(04)   VALUE SPACE.
001870 77  WS-MAST-NAME           PIC X(20)   VALUE SPACE.
001880
001890*----------------------------------------------------------------*
001900* CONTROL-BREAK HOLDS FOR THE LISTING IN PROGRESS
001910*----------------------------------------------------------------*
001920 77  WS-CUR-BRANCH          PIC X(04)   VALUE SPACE.
001930 77  WS-CUR-OFFICER         PIC X(04)   VALUE SPACE.
001940 77  WS-PRT-BRANCH          PIC X(04)   VALUE SPACE.
001950 77  WS-PRT-OFFICER         PIC X(04)   VALUE SPACE.
001960
001970*----------------------------------------------------------------*
001980* PAGE CONTROL - COLUMN 1 OF EVERY LINE IS CARRIAGE CONTROL
001990*----------------------------------------------------------------*
002000 77  WS-PAGE-LINES-MAX      PIC 9(02)   VALUE 55   COMP.
002010 77  WS-LINE-CNT            PIC 9(02)   VALUE ZERO COMP.
002020 77  WS-PAGE-NO             PIC 9(04)   VALUE ZERO COMP.
002030
002040*----------------------------------------------------------------*
002050* RUN COUNTERS AND CHANGE TOTALS
002060*----------------------------------------------------------------*
002070 77  WS-AUD-READ            PIC 9(07)   VALUE ZERO   COMP.
002080 77  WS-PRIOR-READ          PIC 9(07)   VALUE ZERO   COMP.
002090 77  WS-EXC-READ            PIC 9(07)   VALUE ZERO   COMP.
002100 77  WS-UNCHANGED-COUNT     PIC 9(07)   VALUE ZERO   COMP.
002110 77  WS-NOMAST-COUNT        PIC 9(07)   VALUE ZERO   COMP.
002120 77  WS-CHG-TOTAL           PIC 9(07)   VALUE ZERO   COMP.
002130 77  WS-BRN-CHG-TOT         PIC 9(07)   VALUE ZERO   COMP.
002140 01  WS-TYPE-TOTALS.
002150     05  WS-TYPE-TOT   OCCURS 6 TIMES
002160                            PIC 9(07)   COMP.
002170
002180*----------------------------------------------------------------*
002190* CHANGES-BY-CATEGORY TABLE, BUILT AS CATEGORIES ARE MET.
002200* CATEGORIES PAST THE TABLE LIMIT POOL INTO THE LAST ROW, WHICH
002210* PRINTS AS '***', RATHER THAN BEING DROPPED SILENTLY.
002220*----------------------------------------------------------------*
002230 77  WS-CAT-MAX             PIC 9(02)   VALUE 20     COMP.
002240 77  WS-CAT-COUNT           PIC 9(02)   VALUE ZERO   COMP.
002250 77  WS-CAT-IX              PIC 9(02)   VALUE ZERO   COMP.
002260 77  WS-CAT-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
002270 01  WS-CAT-TABLE.
002280     05  WS-CAT-ENTRY  OCCURS 21 TIMES.
002290         10  WS-CAT-CODE    PIC X(03).
002300         10  WS-CAT-CHG OCCURS 6 TIMES
002310                            PIC 9(07)   COMP.
002320
002330*----------------------------------------------------------------*
002340* CHANGES-BY-BRANCH/OFFICER TABLE, ONE ROW PER OFFICER SECTION
002350* OF THE LISTING, SO IT FILLS IN BRANCH/OFFICER ORDER.  OFFICERS
002360* PAST THE TABLE LIMIT POOL INTO THE LAST ROW ('****').
002370*----------------------------------------------------------------*
002380 77  WS-BO-MAX              PIC 9(03)   VALUE 200    COMP.
002390 77  WS-BO-COUNT            PIC 9(03)   VALUE ZERO   COMP.
002400 77  WS-BO-IX               PIC 9(03)   VALUE ZERO   COMP.
002410 77  WS-BO-CUR-IX           PIC 9(03)   VALUE ZERO   COMP.
002420 01  WS-BO-TABLE.
002430     05  WS-BO-ENTRY   OCCURS 201 TIMES.
002440         10  WS-BO-BRANCH   PIC X(04).
002450         10  WS-BO-OFFICER  PIC X(04).
002460         10  WS-BO-CHG  OCCURS 6 TIMES
002470                            PIC 9(07)   COMP.
002480 01  WS-BO-BRN-TOTALS.
002490     05  WS-BO-BRN-CHG OCCURS 6 TIMES
002500                            PIC 9(07)   COMP.
002510 77  WS-BO-BRANCH-HOLD      PIC X(04)   VALUE SPACE.
002520
002530*----------------------------------------------------------------*
002540* REPORT LINE WORK AREAS
002550*----------------------------------------------------------------*
002560 01  WS-RPT-DATE.
002570     05  WS-RPT-DATE-CC     PIC 9(02).
002580     05  WS-RPT-DATE-YY     PIC 9(02).
002590     05  WS-RPT-DATE-MM     PIC 9(02).
002600     05  WS-RPT-DATE-DD     PIC 9(02).
002610 01  WS-RPT-PAGE-ED         PIC ZZZ9.
002620 01  WS-RPT-ACCT-ED         PIC ZZZZZZ9.
002630 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
002640 01  WS-ED-1                PIC ZZZZZZ9.
002650 01  WS-PRT-LINE            PIC X(80)   VALUE SPACE.
002660 01  WS-SUM-LABEL           PIC X(33)   VALUE SPACE.
002670 77  WS-SUM-ROW-TOTAL       PIC 9(07)   VALUE ZERO   COMP.
002680
002690*----------------------------------------------------------------*
002700* SUMMARY TABLE ROW - TWO LABEL COLUMNS, THEN THE SIX CHANGE
002710* COUNTS AND THE ROW TOTAL
002720*----------------------------------------------------------------*
002730 01  WS-SUM-LINE.
002740     05  FILLER             PIC X(01).
002750     05  WS-SUM-COL-1       PIC X(04).
002760     05  FILLER             PIC X(01).
002770     05  WS-SUM-COL-2       PIC X(04).
002780     05  WS-SUM-COUNT  OCCURS 7 TIMES.
002790         10  FILLER         PIC X(02).
002800         10  WS-SUM-COUNT-ED
002810                            PIC ZZZZZ9.
002820     05  FILLER             PIC X(14).
002830 PROCEDURE DIVISION.
002840*================================================================*
002850* 0000-MAINLINE - ONE SORTED PASS.  THE INPUT PROCEDURE MATCHES
002860*     THE TWO AUDIT GENERATIONS AND RELEASES THE CHANGES, THE
002870*     OUTPUT PROCEDURE PRINTS THEM BY BRANCH, AND THE SUMMARY
002880*     PAGE FOLLOWS.
002890*================================================================*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002920     SORT SORTWORK
002930         ON ASCENDING KEY SRT-BRANCH SRT-OFFICER SRT-ACCT
002940         INPUT PROCEDURE IS 2000-COMPARE-GENERATIONS
002950                       THRU 2099-COMPARE-GENERATIONS-EXIT
002960         OUTPUT PROCEDURE IS 5000-PRINT-CHANGES
002970                       THRU 5099-PRINT-CHANGES-EXIT.
002980     PERFORM 7000-PRINT-SUMMARY  THRU 7000-PRINT-SUMMARY-EXIT.
002990     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
003000     GO TO 9999-EXIT.
003010
003020*----------------------------------------------------------------*
003030* 1000-INITIALIZE - OPEN THE MASTER AND THE REPORT, CLEAR THE
003040*     COUNT TABLES, AND PRIME THE MASTER READ
003050*----------------------------------------------------------------*
003060 1000-INITIALIZE.
003070     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003080     OPEN INPUT  ACCTMAST.
003090     OPEN OUTPUT CHGRPT.
003100     PERFORM 1100-CLEAR-CHG-TYPE THRU 1100-CLEAR-CHG-TYPE-EXIT
003110         VARYING WS-CHG-IX FROM 1 BY 1
003120         UNTIL WS-CHG-IX > 6.
003130     MOVE '***' TO WS-CAT-CODE (21).
003140     MOVE '****' TO WS-BO-BRANCH (201).
003150     MOVE '****' TO WS-BO-OFFICER (201).
003160     PERFORM 3910-READ-ACCTMAST  THRU 3910-READ-ACCTMAST-EXIT.
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------------*
003210* 1100-CLEAR-CHG-TYPE - ZERO ONE CHANGE TYPE'S COLUMN IN EVERY
003220*     COUNT TABLE
003230*----------------------------------------------------------------*
003240 1100-CLEAR-CHG-TYPE.
003250     MOVE ZERO TO WS-TYPE-TOT (WS-CHG-IX).
003260     PERFORM 1110-CLEAR-CAT-CELL THRU 1110-CLEAR-CAT-CELL-EXIT
003270         VARYING WS-CAT-IX FROM 1 BY 1
003280         UNTIL WS-CAT-IX > 21.
003290     PERFORM 1120-CLEAR-BO-CELL  THRU 1120-CLEAR-BO-CELL-EXIT
003300         VARYING WS-BO-IX FROM 1 BY 1
003310         UNTIL WS-BO-IX > 201.
003320 1100-CLEAR-CHG-TYPE-EXIT.
003330     EXIT.
003340
003350 1110-CLEAR-CAT-CELL.
003360     MOVE ZERO TO WS-CAT-CHG (WS-CAT-IX WS-CHG-IX).
003370 1110-CLEAR-CAT-CELL-EXIT.
003380     EXIT.
003390
003400 1120-CLEAR-BO-CELL.
003410     MOVE ZERO TO WS-BO-CHG (WS-BO-IX WS-CHG-IX).
003420 1120-CLEAR-BO-CELL-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 2000-COMPARE-GENERATIONS - SORT INPUT PROCEDURE.  MATCHES
003470*     TODAY'S AUDIT TRAIL AGAINST THE PRIOR GENERATION BY
003480*     ACCOUNT NUMBER AND RELEASES ONE SORT RECORD PER CHANGE.
003490*----------------------------------------------------------------*
003500 2000-COMPARE-GENERATIONS.
003510     OPEN INPUT AUDFILE.
003520     OPEN INPUT AUDPRIOR.
003530     OPEN INPUT EXCFILE.
003540     PERFORM 2100-READ-AUDFILE   THRU 2100-READ-AUDFILE-EXIT.
003550     PERFORM 2110-READ-AUDPRIOR  THRU 2110-READ-AUDPRIOR-EXIT.
003560     PERFORM 2120-READ-EXCFILE   THRU 2120-READ-EXCFILE-EXIT.
003570     PERFORM 2200-COMPARE-ONE    THRU 2200-COMPARE-ONE-EXIT
003580         UNTIL WS-AUD-EOF AND WS-PRIOR-EOF.
003590     CLOSE AUDFILE.
003600     CLOSE AUDPRIOR.
003610     CLOSE EXCFILE.
003620 2099-COMPARE-GENERATIONS-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------*
003660* 2100-READ-AUDFILE - READ THE NEXT ENTRY OF TODAY'S AUDIT TRAIL
003670*----------------------------------------------------------------*
003680 2100-READ-AUDFILE.
003690     READ AUDFILE
003700         AT END
003710             MOVE 'Y' TO WS-AUD-EOF-SW
003720     END-READ.
003730     IF WS-AUD-EOF
003740         MOVE HIGH-VALUES TO WS-TODAY-KEY
003750     ELSE
003760         ADD 1 TO WS-AUD-READ
003770         MOVE CC-AUD-ACCT-NO TO WS-TODAY-KEY
003780     END-IF.
003790 2100-READ-AUDFILE-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------*
003830* 2110-READ-AUDPRIOR - READ THE NEXT ENTRY OF THE PRIOR DAY'S
003840*     AUDIT TRAIL
003850*----------------------------------------------------------------*
003860 2110-READ-AUDPRIOR.
003870     READ AUDPRIOR INTO WS-PRIOR-AUD
003880         AT END
003890             MOVE 'Y' TO WS-PRIOR-EOF-SW
003900     END-READ.
003910     IF WS-PRIOR-EOF
003920         MOVE HIGH-VALUES TO WS-PRIOR-KEY
003930     ELSE
003940         ADD 1 TO WS-PRIOR-READ
003950         MOVE WS-PRIOR-ACCT-NO TO WS-PRIOR-KEY
003960     END-IF.
003970 2110-READ-AUDPRIOR-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010* 2120-READ-EXCFILE - READ THE NEXT ENTRY OF TODAY'S EXCEPTIONS
004020*----------------------------------------------------------------*
004030 2120-READ-EXCFILE.
004040     READ EXCFILE
004050         AT END
004060             MOVE 'Y' TO WS-EXC-EOF-SW
004070     END-READ.
004080     IF NOT WS-EXC-EOF
004090         ADD 1 TO WS-EXC-READ
004100     END-IF.
004110 2120-READ-EXCFILE-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------*
004150* 2200-COMPARE-ONE - ONE STEP OF THE MATCH.  AN ACCOUNT ONLY ON
004160*     TODAY'S TRAIL IS NEW ON THE FEED, ONE ONLY ON THE PRIOR
004170*     TRAIL DROPPED OFF IT, AND ONE ON BOTH IS COMPARED BY
004180*     OUTCOME CLASS.
004190*----------------------------------------------------------------*
004200 2200-COMPARE-ONE.
004210     IF WS-TODAY-KEY < WS-PRIOR-KEY
004220         PERFORM 2300-SET-TODAY-SIDE
004230                                 THRU 2300-SET-TODAY-SIDE-EXIT
004240         MOVE 'NONE' TO WS-CHG-WAS
004250         MOVE 5 TO WS-CHG-TYPE
004260         PERFORM 2500-RELEASE-CHANGE
004270                                 THRU 2500-RELEASE-CHANGE-EXIT
004280         PERFORM 2100-READ-AUDFILE
004290                                 THRU 2100-READ-AUDFILE-EXIT
004300         GO TO 2200-COMPARE-ONE-EXIT
004310     END-IF.
004320     IF WS-TODAY-KEY > WS-PRIOR-KEY
004330         MOVE WS-PRIOR-ACCT-NO TO WS-CHG-ACCT
004340         MOVE WS-PRIOR-CAT     TO WS-CHG-CAT
004350         MOVE WS-PRIOR-DISP    TO WS-CHG-WAS
004360         MOVE 'NONE'           TO WS-CHG-NOW
004370         MOVE SPACE            TO WS-CHG-REASON
004380         MOVE 6 TO WS-CHG-TYPE
004390         PERFORM 2500-RELEASE-CHANGE
004400                                 THRU 2500-RELEASE-CHANGE-EXIT
004410         PERFORM 2110-READ-AUDPRIOR
004420                                 THRU 2110-READ-AUDPRIOR-EXIT
004430         GO TO 2200-COMPARE-ONE-EXIT
004440     END-IF.
004450     MOVE WS-PRIOR-DISP        TO WS-CLASS-DISP.
004460     MOVE WS-PRIOR-OVRD-ACTION TO WS-CLASS-ACTION.
004470     PERFORM 2400-SET-CLASS      THRU 2400-SET-CLASS-EXIT.
004480     MOVE WS-CLASS-RESULT TO WS-PRIOR-CLASS.
004490     PERFORM 2300-SET-TODAY-SIDE THRU 2300-SET-TODAY-SIDE-EXIT.
004500     MOVE WS-PRIOR-DISP TO WS-CHG-WAS.
004510     EVALUATE TRUE
004520         WHEN WS-TODAY-CLASS = WS-PRIOR-CLASS
004530             MOVE ZERO TO WS-CHG-TYPE
004540         WHEN WS-TODAY-CLASS = 'S'
004550             MOVE 3 TO WS-CHG-TYPE
004560         WHEN WS-PRIOR-CLASS = 'S'
004570             MOVE 4 TO WS-CHG-TYPE
004580         WHEN WS-TODAY-CLASS = 'E'
004590             MOVE 1 TO WS-CHG-TYPE
004600         WHEN OTHER
004610             MOVE 2 TO WS-CHG-TYPE
004620     END-EVALUATE.
004630     IF WS-CHG-TYPE = ZERO
004640         ADD 1 TO WS-UNCHANGED-COUNT
004650     ELSE
004660         PERFORM 2500-RELEASE-CHANGE
004670                                 THRU 2500-RELEASE-CHANGE-EXIT
004680     END-IF.
004690     PERFORM 2100-READ-AUDFILE   THRU 2100-READ-AUDFILE-EXIT.
004700     PERFORM 2110-READ-AUDPRIOR  THRU 2110-READ-AUDPRIOR-EXIT.
004710 2200-COMPARE-ONE-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------*
004750* 2300-SET-TODAY-SIDE - ACCOUNT, CATEGORY, AND OUTCOME FROM
004760*     TODAY'S AUDIT ENTRY, WITH TODAY'S REJECT REASON WHEN THE
004770*     OUTCOME IS INELIGIBLE
004780*----------------------------------------------------------------*
004790 2300-SET-TODAY-SIDE.
004800     MOVE CC-AUD-ACCT-NO     TO WS-CHG-ACCT.
004810     MOVE CC-AUD-CATEGORY-CD TO WS-CHG-CAT.
004820     MOVE CC-AUD-DISPOSITION TO WS-CHG-NOW.
004830     MOVE CC-AUD-DISPOSITION TO WS-CLASS-DISP.
004840     MOVE CC-AUD-OVRD-ACTION TO WS-CLASS-ACTION.
004850     PERFORM 2400-SET-CLASS      THRU 2400-SET-CLASS-EXIT.
004860     MOVE WS-CLASS-RESULT TO WS-TODAY-CLASS.
004870     MOVE SPACE TO WS-CHG-REASON.
004880     IF WS-TODAY-CLASS = 'I'
004890         PERFORM 2350-FIND-REASON
004900                                 THRU 2350-FIND-REASON-EXIT
004910     END-IF.
004920 2300-SET-TODAY-SIDE-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------*
004960* 2350-FIND-REASON - FORWARD-MATCH TODAY'S EXCEPTION FILE FOR
004970*     THE REJECT REASON.  A FORCED-INELIGIBLE OVERRIDE WRITES NO
004980*     EXCEPTION, SO IT IS SHOWN AS 'OVERRIDE'.
004990*----------------------------------------------------------------*
005000 2350-FIND-REASON.
005010     IF CC-AUD-DISPOSITION = 'OVRD'
005020         MOVE 'OVERRIDE' TO WS-CHG-REASON
005030         GO TO 2350-FIND-REASON-EXIT
005040     END-IF.
005050     PERFORM 2120-READ-EXCFILE   THRU 2120-READ-EXCFILE-EXIT
005060         UNTIL WS-EXC-EOF
005070            OR CC-EXC-ACCT-NO NOT < CC-AUD-ACCT-NO.
005080     IF NOT WS-EXC-EOF AND CC-EXC-ACCT-NO = CC-AUD-ACCT-NO
005090         MOVE CC-EXC-REASON-CD TO WS-CHG-REASON
005100     END-IF.
005110 2350-FIND-REASON-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------*
005150* 2400-SET-CLASS - OUTCOME CLASS OF WS-CLASS-DISP/-ACTION
005160*----------------------------------------------------------------*
005170 2400-SET-CLASS.
005180     EVALUATE TRUE
005190         WHEN WS-CLASS-DISP = 'THEN'
005200             MOVE 'E' TO WS-CLASS-RESULT
005210         WHEN WS-CLASS-DISP = 'OVRD' AND WS-CLASS-ACTION = 'E'
005220             MOVE 'E' TO WS-CLASS-RESULT
005230         WHEN WS-CLASS-DISP = 'SUPP'
005240             MOVE 'S' TO WS-CLASS-RESULT
005250         WHEN OTHER
005260             MOVE 'I' TO WS-CLASS-RESULT
005270     END-EVALUATE.
005280 2400-SET-CLASS-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320* 2500-RELEASE-CHANGE - COUNT ONE CHANGE, TAG IT WITH BRANCH,
005330*     OFFICER, AND NAME FROM THE MASTER, AND RELEASE IT.  CHANGES
005340*     COME OUT OF THE MATCH IN ACCOUNT ORDER, SO THE MASTER IS
005350*     ONLY EVER READ FORWARD.
005360*----------------------------------------------------------------*
005370 2500-RELEASE-CHANGE.
005380     ADD 1 TO WS-TYPE-TOT (WS-CHG-TYPE).
005390     ADD 1 TO WS-CHG-TOTAL.
005400     PERFORM 2600-FIND-CATEGORY  THRU 2600-FIND-CATEGORY-EXIT.
005410     ADD 1 TO WS-CAT-CHG (WS-CAT-FOUND-IX WS-CHG-TYPE).
005420     MOVE WS-CHG-ACCT TO WS-MATCH-ACCT.
005430     PERFORM 3900-FIND-MASTER    THRU 3900-FIND-MASTER-EXIT.
005440     MOVE SPACE TO SRT-REC.
005450     MOVE WS-MAST-BRANCH  TO SRT-BRANCH.
005460     MOVE WS-MAST-OFFICER TO SRT-OFFICER.
005470     MOVE WS-CHG-ACCT     TO SRT-ACCT.
005480     MOVE WS-MAST-NAME    TO SRT-NAME.
005490     MOVE WS-CHG-CAT      TO SRT-CAT.
005500     MOVE WS-CHG-WAS      TO SRT-WAS-DISP.
005510     MOVE WS-CHG-NOW      TO SRT-NOW-DISP.
005520     MOVE WS-CHG-TYPE     TO SRT-CHG-TYPE.
005530     MOVE WS-CHG-REASON   TO SRT-REASON.
005540     RELEASE SRT-REC.
005550 2500-RELEASE-CHANGE-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------*
005590* 2600-FIND-CATEGORY - LOCATE (OR ADD) THE CATEGORY ROW FOR
005600*     WS-CHG-CAT.  A FULL TABLE SENDS NEW CATEGORIES TO THE
005610*     OVERFLOW ROW.
005620*----------------------------------------------------------------*
005630 2600-FIND-CATEGORY.
005640     MOVE 'N' TO WS-CAT-FOUND-SW.
005650     PERFORM 2610-TEST-CATEGORY  THRU 2610-TEST-CATEGORY-EXIT
005660         VARYING WS-CAT-IX FROM 1 BY 1
005670         UNTIL WS-CAT-IX > WS-CAT-COUNT
005680            OR WS-CAT-FOUND.
005690     IF WS-CAT-FOUND
005700         GO TO 2600-FIND-CATEGORY-EXIT
005710     END-IF.
005720     IF WS-CAT-COUNT < WS-CAT-MAX
005730         ADD 1 TO WS-CAT-COUNT
005740         MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IX
005750         MOVE WS-CHG-CAT TO WS-CAT-CODE (WS-CAT-FOUND-IX)
005760     ELSE
005770         MOVE 21 TO WS-CAT-FOUND-IX
005780     END-IF.
005790 2600-FIND-CATEGORY-EXIT.
005800     EXIT.
005810
005820 2610-TEST-CATEGORY.
005830     IF WS-CAT-CODE (WS-CAT-IX) = WS-CHG-CAT
005840         MOVE 'Y' TO WS-CAT-FOUND-SW
005850         MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
005860     END-IF.
005870 2610-TEST-CATEGORY-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------*
005910* 3900-FIND-MASTER - FORWARD-MATCH WS-MATCH-ACCT AGAINST THE
005920*     MASTER.  AN ACCOUNT NOT ON THE MASTER TAKES BRANCH/OFFICER
005930*     HIGH-VALUES SO THE GROUP SORTS TO THE BACK.
005940*----------------------------------------------------------------*
005950 3900-FIND-MASTER.
005960     PERFORM 3910-READ-ACCTMAST  THRU 3910-READ-ACCTMAST-EXIT
005970         UNTIL WS-MAST-EOF
005980            OR CC-ACCT-MAST-NO NOT < WS-MATCH-ACCT.
005990     IF NOT WS-MAST-EOF AND CC-ACCT-MAST-NO = WS-MATCH-ACCT
006000         MOVE CC-ACCT-BRANCH-CD  TO WS-MAST-BRANCH
006010         MOVE CC-ACCT-OFFICER-CD TO WS-MAST-OFFICER
006020         MOVE CC-ACCT-CUST-NAME  TO WS-MAST-NAME
006030     ELSE
006040         MOVE HIGH-VALUES TO WS-MAST-BRANCH
006050         MOVE HIGH-VALUES TO WS-MAST-OFFICER
006060         MOVE SPACE  TO WS-MAST-NAME
006070         ADD 1 TO WS-NOMAST-COUNT
006080     END-IF.
006090 3900-FIND-MASTER-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006130* 3910-READ-ACCTMAST - READ THE NEXT ACCOUNT MASTER RECORD
006140*----------------------------------------------------------------*
006150 3910-READ-ACCTMAST.
006160     READ ACCTMAST
006170         AT END
006180             MOVE 'Y' TO WS-MAST-EOF-SW
006190     END-READ.
006200 3910-READ-ACCTMAST-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------*
006240* 3950-FORMAT-GROUP-CODES - THE PRINTABLE FORM OF THE CURRENT
006250*     BRANCH AND OFFICER - THE HIGH-VALUES NO-MASTER GROUP
006260*     SHOWS AS '????'
006270*----------------------------------------------------------------*
006280 3950-FORMAT-GROUP-CODES.
006290     IF WS-CUR-BRANCH = HIGH-VALUES
006300         MOVE '????' TO WS-PRT-BRANCH
006310     ELSE
006320         MOVE WS-CUR-BRANCH TO WS-PRT-BRANCH
006330     END-IF.
006340     IF WS-CUR-OFFICER = HIGH-VALUES
006350         MOVE '????' TO WS-PRT-OFFICER
006360     ELSE
006370         MOVE WS-CUR-OFFICER TO WS-PRT-OFFICER
006380     END-IF.
006390 3950-FORMAT-GROUP-CODES-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------*
006430* 5000-PRINT-CHANGES - SORT OUTPUT PROCEDURE.  PRINTS THE
006440*     CHANGE LISTING - A PAGE BREAK AND HEADING PER BRANCH, AN
006450*     OFFICER SECTION LINE WITHIN IT, AND A BRANCH TOTAL AT EACH
006460*     BREAK - AND FILLS THE BRANCH/OFFICER COUNT TABLE.
006470*----------------------------------------------------------------*
006480 5000-PRINT-CHANGES.
006490     MOVE 'N' TO WS-SORT-EOF-SW.
006500     MOVE 'Y' TO WS-FIRST-GROUP-SW.
006510     MOVE SPACE TO WS-CUR-BRANCH.
006520     MOVE SPACE TO WS-CUR-OFFICER.
006530     MOVE ZERO TO WS-BRN-CHG-TOT.
006540     PERFORM 5010-RETURN-SORTED  THRU 5010-RETURN-SORTED-EXIT.
006550     PERFORM 5020-PRINT-ONE-CHG  THRU 5020-PRINT-ONE-CHG-EXIT
006560         UNTIL WS-SORT-EOF.
006570     IF WS-FIRST-GROUP
006580         PERFORM 5030-PRINT-PAGE-HEAD
006590                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
006600         MOVE SPACE TO WS-PRT-LINE
006610         STRING ' NO ELIGIBILITY CHANGES SINCE THE PRIOR RUN'
006620                DELIMITED BY SIZE INTO WS-PRT-LINE
006630         WRITE CHG-LINE FROM WS-PRT-LINE
006640     ELSE
006650         PERFORM 5060-PRINT-BRN-TOTAL
006660                                 THRU 5060-PRINT-BRN-TOTAL-EXIT
006670     END-IF.
006680 5099-PRINT-CHANGES-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720* 5010-RETURN-SORTED - TAKE THE NEXT SORTED RECORD BACK
006730*----------------------------------------------------------------*
006740 5010-RETURN-SORTED.
006750     RETURN SORTWORK
006760         AT END
006770             MOVE 'Y' TO WS-SORT-EOF-SW
006780     END-RETURN.
006790 5010-RETURN-SORTED-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------*
006830* 5020-PRINT-ONE-CHG - CONTROL BREAKS, THEN ONE CHANGE LINE
006840*----------------------------------------------------------------*
006850 5020-PRINT-ONE-CHG.
006860     IF SRT-BRANCH NOT = WS-CUR-BRANCH
006870         IF NOT WS-FIRST-GROUP
006880             PERFORM 5060-PRINT-BRN-TOTAL
006890                                 THRU 5060-PRINT-BRN-TOTAL-EXIT
006900         END-IF
006910         MOVE 'N' TO WS-FIRST-GROUP-SW
006920         MOVE SRT-BRANCH TO WS-CUR-BRANCH
006930         MOVE SPACE TO WS-CUR-OFFICER
006940         MOVE ZERO TO WS-BRN-CHG-TOT
006950         PERFORM 5030-PRINT-PAGE-HEAD
006960                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
006970     END-IF.
006980     IF WS-LINE-CNT NOT < WS-PAGE-LINES-MAX
006990         PERFORM 5030-PRINT-PAGE-HEAD
007000                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
007010         MOVE SPACE TO WS-CUR-OFFICER
007020     END-IF.
007030     IF SRT-OFFICER NOT = WS-CUR-OFFICER
007040         IF WS-BO-CUR-IX = ZERO
007050                 OR SRT-BRANCH  NOT = WS-BO-BRANCH (WS-BO-CUR-IX)
007060                 OR SRT-OFFICER NOT = WS-BO-OFFICER (WS-BO-CUR-IX)
007070             PERFORM 5070-START-BO-ROW
007080                                 THRU 5070-START-BO-ROW-EXIT
007090         END-IF
007100         MOVE SRT-OFFICER TO WS-CUR-OFFICER
007110         PERFORM 5040-PRINT-OFFICER-HEAD
007120                                 THRU 5040-PRINT-OFFICER-HEAD-EXIT
007130     END-IF.
007140     PERFORM 5050-PRINT-CHG-DETAIL
007150                                 THRU 5050-PRINT-CHG-DETAIL-EXIT.
007160     PERFORM 5010-RETURN-SORTED  THRU 5010-RETURN-SORTED-EXIT.
007170 5020-PRINT-ONE-CHG-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------*
007210* 5030-PRINT-PAGE-HEAD - BRANCH PAGE HEADING
007220*----------------------------------------------------------------*
007230 5030-PRINT-PAGE-HEAD.
007240     ADD 1 TO WS-PAGE-NO.
007250     MOVE WS-CURR-DATE TO WS-RPT-DATE.
007260     MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED.
007270     MOVE SPACE TO WS-PRT-LINE.
007280     PERFORM 3950-FORMAT-GROUP-CODES
007290                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
007300     STRING '1CCDAYCHG BRANCH ' WS-PRT-BRANCH
007310            ' ELIGIBILITY CHANGES - '
007320            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
007330            WS-RPT-DATE-CC WS-RPT-DATE-YY
007340            '  PAGE ' WS-RPT-PAGE-ED
007350            DELIMITED BY SIZE INTO WS-PRT-LINE.
007360     WRITE CHG-LINE FROM WS-PRT-LINE.
007370     MOVE SPACE TO WS-PRT-LINE.
007380     WRITE CHG-LINE FROM WS-PRT-LINE.
007390     MOVE SPACE TO WS-PRT-LINE.
007400     STRING ' ACCT-NO  CUSTOMER NAME         CAT  WAS   NOW'
007410            '   CHANGE       REASON'
007420            DELIMITED BY SIZE INTO WS-PRT-LINE.
007430     WRITE CHG-LINE FROM WS-PRT-LINE.
007440     MOVE SPACE TO WS-PRT-LINE.
007450     WRITE CHG-LINE FROM WS-PRT-LINE.
007460     MOVE 4 TO WS-LINE-CNT.
007470 5030-PRINT-PAGE-HEAD-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------*
007510* 5040-PRINT-OFFICER-HEAD - OFFICER SECTION LINE
007520*----------------------------------------------------------------*
007530 5040-PRINT-OFFICER-HEAD.
007540     MOVE SPACE TO WS-PRT-LINE.
007550     PERFORM 3950-FORMAT-GROUP-CODES
007560                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
007570     STRING ' OFFICER ' WS-PRT-OFFICER
007580            DELIMITED BY SIZE INTO WS-PRT-LINE.
007590     WRITE CHG-LINE FROM WS-PRT-LINE.
007600     ADD 1 TO WS-LINE-CNT.
007610 5040-PRINT-OFFICER-HEAD-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------*
007650* 5050-PRINT-CHG-DETAIL - ONE CHANGE LINE, COUNTED AGAINST THE
007660*     BRANCH AND THE CURRENT BRANCH/OFFICER ROW
007670*----------------------------------------------------------------*
007680 5050-PRINT-CHG-DETAIL.
007690     MOVE SRT-ACCT TO WS-RPT-ACCT-ED.
007700     MOVE SRT-CHG-TYPE TO WS-CHG-IX.
007710     MOVE SPACE TO WS-PRT-LINE.
007720     STRING ' ' WS-RPT-ACCT-ED
007730            '  ' SRT-NAME
007740            '  ' SRT-CAT
007750            '  ' SRT-WAS-DISP
007760            '  ' SRT-NOW-DISP
007770            '  ' WS-CHG-LABEL (WS-CHG-IX)
007780            '  ' SRT-REASON
007790            DELIMITED BY SIZE INTO WS-PRT-LINE.
007800     WRITE CHG-LINE FROM WS-PRT-LINE.
007810     ADD 1 TO WS-LINE-CNT.
007820     ADD 1 TO WS-BRN-CHG-TOT.
007830     ADD 1 TO WS-BO-CHG (WS-BO-CUR-IX WS-CHG-IX).
007840 5050-PRINT-CHG-DETAIL-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------*
007880* 5060-PRINT-BRN-TOTAL - BRANCH TOTAL LINE AT THE BREAK
007890*----------------------------------------------------------------*
007900 5060-PRINT-BRN-TOTAL.
007910     MOVE WS-BRN-CHG-TOT TO WS-ED-1.
007920     MOVE SPACE TO WS-PRT-LINE.
007930     PERFORM 3950-FORMAT-GROUP-CODES
007940                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
007950     STRING ' BRANCH ' WS-PRT-BRANCH
007960            ' TOTAL CHANGES ' WS-ED-1
007970            DELIMITED BY SIZE INTO WS-PRT-LINE.
007980     WRITE CHG-LINE FROM WS-PRT-LINE.
007990     ADD 1 TO WS-LINE-CNT.
008000 5060-PRINT-BRN-TOTAL-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------*
008040* 5070-START-BO-ROW - OPEN THE BRANCH/OFFICER COUNT ROW FOR THE
008050*     NEW OFFICER SECTION.  A FULL TABLE SENDS THE REST TO THE
008060*     OVERFLOW ROW.  (AN OFFICER HEADING REPEATED AFTER A PAGE
008070*     BREAK KEEPS ITS ROW.)
008080*----------------------------------------------------------------*
008090 5070-START-BO-ROW.
008100     IF WS-BO-COUNT < WS-BO-MAX
008110         ADD 1 TO WS-BO-COUNT
008120         MOVE WS-BO-COUNT TO WS-BO-CUR-IX
008130         MOVE SRT-BRANCH  TO WS-BO-BRANCH (WS-BO-CUR-IX)
008140         MOVE SRT-OFFICER TO WS-BO-OFFICER (WS-BO-CUR-IX)
008150     ELSE
008160         MOVE 201 TO WS-BO-CUR-IX
008170     END-IF.
008180 5070-START-BO-ROW-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------*
008220* 7000-PRINT-SUMMARY - CLOSING SUMMARY PAGE - THE RUN COUNTS,
008230*     THE CHANGE COUNTS BY TYPE, THEN BY CATEGORY AND BY
008240*     BRANCH/OFFICER
008250*----------------------------------------------------------------*
008260 7000-PRINT-SUMMARY.
008270     MOVE WS-CURR-DATE TO WS-RPT-DATE.
008280     MOVE SPACE TO WS-PRT-LINE.
008290     STRING '1CCDAYCHG ELIGIBILITY CHANGE SUMMARY - '
008300            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
008310            WS-RPT-DATE-CC WS-RPT-DATE-YY
008320            DELIMITED BY SIZE INTO WS-PRT-LINE.
008330     WRITE CHG-LINE FROM WS-PRT-LINE.
008340     MOVE SPACE TO WS-PRT-LINE.
008350     WRITE CHG-LINE FROM WS-PRT-LINE.
008360     MOVE 'AUDIT ENTRIES - TODAY  . . . . . ' TO WS-SUM-LABEL.
008370     MOVE WS-AUD-READ TO WS-RPT-COUNT-ED.
008380     PERFORM 7900-PRINT-COUNT-LINE
008390                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008400     MOVE 'AUDIT ENTRIES - PRIOR RUN  . . . ' TO WS-SUM-LABEL.
008410     MOVE WS-PRIOR-READ TO WS-RPT-COUNT-ED.
008420     PERFORM 7900-PRINT-COUNT-LINE
008430                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008440     MOVE 'ACCOUNTS UNCHANGED . . . . . . . ' TO WS-SUM-LABEL.
008450     MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT-ED.
008460     PERFORM 7900-PRINT-COUNT-LINE
008470                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008480     MOVE 'NEWLY ELIGIBLE . . . . . . . . . ' TO WS-SUM-LABEL.
008490     MOVE WS-TYPE-TOT (1) TO WS-RPT-COUNT-ED.
008500     PERFORM 7900-PRINT-COUNT-LINE
008510                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008520     MOVE 'LOST ELIGIBILITY . . . . . . . . ' TO WS-SUM-LABEL.
008530     MOVE WS-TYPE-TOT (2) TO WS-RPT-COUNT-ED.
008540     PERFORM 7900-PRINT-COUNT-LINE
008550                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008560     MOVE 'MOVED INTO SUPP  . . . . . . . . ' TO WS-SUM-LABEL.
008570     MOVE WS-TYPE-TOT (3) TO WS-RPT-COUNT-ED.
008580     PERFORM 7900-PRINT-COUNT-LINE
008590                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008600     MOVE 'MOVED OUT OF SUPP  . . . . . . . ' TO WS-SUM-LABEL.
008610     MOVE WS-TYPE-TOT (4) TO WS-RPT-COUNT-ED.
008620     PERFORM 7900-PRINT-COUNT-LINE
008630                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008640     MOVE 'NEW ON THE FEED  . . . . . . . . ' TO WS-SUM-LABEL.
008650     MOVE WS-TYPE-TOT (5) TO WS-RPT-COUNT-ED.
008660     PERFORM 7900-PRINT-COUNT-LINE
008670                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008680     MOVE 'DROPPED OFF THE FEED . . . . . . ' TO WS-SUM-LABEL.
008690     MOVE WS-TYPE-TOT (6) TO WS-RPT-COUNT-ED.
008700     PERFORM 7900-PRINT-COUNT-LINE
008710                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008720     MOVE 'TOTAL CHANGES  . . . . . . . . . ' TO WS-SUM-LABEL.
008730     MOVE WS-CHG-TOTAL TO WS-RPT-COUNT-ED.
008740     PERFORM 7900-PRINT-COUNT-LINE
008750                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008760     MOVE 'CHANGED ACCOUNTS NOT ON MASTER . ' TO WS-SUM-LABEL.
008770     MOVE WS-NOMAST-COUNT TO WS-RPT-COUNT-ED.
008780     PERFORM 7900-PRINT-COUNT-LINE
008790                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
008800     PERFORM 7100-PRINT-CAT-SECTION
008810                                 THRU 7100-PRINT-CAT-SECTION-EXIT.
008820     PERFORM 7200-PRINT-BO-SECTION
008830                                 THRU 7200-PRINT-BO-SECTION-EXIT.
008840 7000-PRINT-SUMMARY-EXIT.
008850     EXIT.
008860
008870*----------------------------------------------------------------*
008880* 7100-PRINT-CAT-SECTION - CHANGES BY CATEGORY CODE
008890*----------------------------------------------------------------*
008900 7100-PRINT-CAT-SECTION.
008910     MOVE SPACE TO WS-PRT-LINE.
008920     WRITE CHG-LINE FROM WS-PRT-LINE.
008930     MOVE ' CHANGES BY CATEGORY' TO WS-PRT-LINE.
008940     WRITE CHG-LINE FROM WS-PRT-LINE.
008950     MOVE SPACE TO WS-PRT-LINE.
008960     STRING ' CAT        NEW-EL LOST-EL TO-SUPP FR-SUPP'
008970            '  ON-FED OFF-FED   TOTAL'
008980            DELIMITED BY SIZE INTO WS-PRT-LINE.
008990     WRITE CHG-LINE FROM WS-PRT-LINE.
009000     PERFORM 7110-PRINT-CAT-ROW  THRU 7110-PRINT-CAT-ROW-EXIT
009010         VARYING WS-CAT-IX FROM 1 BY 1
009020         UNTIL WS-CAT-IX > WS-CAT-COUNT.
009030     MOVE 21 TO WS-CAT-IX.
009040     PERFORM 7110-PRINT-CAT-ROW  THRU 7110-PRINT-CAT-ROW-EXIT.
009050 7100-PRINT-CAT-SECTION-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------*
009090* 7110-PRINT-CAT-ROW - ONE CATEGORY ROW, SKIPPED WHEN EMPTY
009100*----------------------------------------------------------------*
009110 7110-PRINT-CAT-ROW.
009120     MOVE SPACE TO WS-SUM-LINE.
009130     MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-SUM-COL-1.
009140     MOVE ZERO TO WS-SUM-ROW-TOTAL.
009150     PERFORM 7120-SET-CAT-COUNT  THRU 7120-SET-CAT-COUNT-EXIT
009160         VARYING WS-CHG-IX FROM 1 BY 1
009170         UNTIL WS-CHG-IX > 6.
009180     IF WS-SUM-ROW-TOTAL = ZERO
009190         GO TO 7110-PRINT-CAT-ROW-EXIT
009200     END-IF.
009210     MOVE WS-SUM-ROW-TOTAL TO WS-SUM-COUNT-ED (7).
009220     WRITE CHG-LINE FROM WS-SUM-LINE.
009230 7110-PRINT-CAT-ROW-EXIT.
009240     EXIT.
009250
009260 7120-SET-CAT-COUNT.
009270     MOVE WS-CAT-CHG (WS-CAT-IX WS-CHG-IX)
009280         TO WS-SUM-COUNT-ED (WS-CHG-IX).
009290     ADD WS-CAT-CHG (WS-CAT-IX WS-CHG-IX) TO WS-SUM-ROW-TOTAL.
009300 7120-SET-CAT-COUNT-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------------*
009340* 7200-PRINT-BO-SECTION - CHANGES BY BRANCH/OFFICER, WITH A
009350*     TOTAL ROW AT EACH BRANCH BREAK
009360*----------------------------------------------------------------*
009370 7200-PRINT-BO-SECTION.
009380     MOVE SPACE TO WS-PRT-LINE.
009390     WRITE CHG-LINE FROM WS-PRT-LINE.
009400     MOVE ' CHANGES BY BRANCH/OFFICER' TO WS-PRT-LINE.
009410     WRITE CHG-LINE FROM WS-PRT-LINE.
009420     MOVE SPACE TO WS-PRT-LINE.
009430     STRING ' BRN  OFCR  NEW-EL LOST-EL TO-SUPP FR-SUPP'
009440            '  ON-FED OFF-FED   TOTAL'
009450            DELIMITED BY SIZE INTO WS-PRT-LINE.
009460     WRITE CHG-LINE FROM WS-PRT-LINE.
009470     MOVE SPACE TO WS-BO-BRANCH-HOLD.
009480     PERFORM 7220-CLEAR-BRN-CELL THRU 7220-CLEAR-BRN-CELL-EXIT
009490         VARYING WS-CHG-IX FROM 1 BY 1
009500         UNTIL WS-CHG-IX > 6.
009510     PERFORM 7210-PRINT-BO-ROW   THRU 7210-PRINT-BO-ROW-EXIT
009520         VARYING WS-BO-IX FROM 1 BY 1
009530         UNTIL WS-BO-IX > WS-BO-COUNT.
009540     IF WS-BO-COUNT > ZERO
009550         PERFORM 7250-PRINT-BRN-ROW
009560                                 THRU 7250-PRINT-BRN-ROW-EXIT
009570     END-IF.
009580     MOVE 201 TO WS-BO-IX.
009590     MOVE SPACE TO WS-SUM-LINE.
009600     MOVE WS-BO-BRANCH (WS-BO-IX)  TO WS-SUM-COL-1.
009610     MOVE WS-BO-OFFICER (WS-BO-IX) TO WS-SUM-COL-2.
009620     MOVE ZERO TO WS-SUM-ROW-TOTAL.
009630     PERFORM 7230-SET-BO-COUNT   THRU 7230-SET-BO-COUNT-EXIT
009640         VARYING WS-CHG-IX FROM 1 BY 1
009650         UNTIL WS-CHG-IX > 6.
009660     IF WS-SUM-ROW-TOTAL > ZERO
009670         MOVE WS-SUM-ROW-TOTAL TO WS-SUM-COUNT-ED (7)
009680         WRITE CHG-LINE FROM WS-SUM-LINE
009690     END-IF.
009700     MOVE SPACE TO WS-PRT-LINE.
009710     WRITE CHG-LINE FROM WS-PRT-LINE.
009720     MOVE ' NEW-EL  NEWLY ELIGIBLE    LOST-EL  LOST ELIGIBILITY'
009730         TO WS-PRT-LINE.
009740     WRITE CHG-LINE FROM WS-PRT-LINE.
009750     MOVE ' TO-SUPP MOVED INTO SUPP   FR-SUPP  MOVED OUT OF SUPP'
009760         TO WS-PRT-LINE.
009770     WRITE CHG-LINE FROM WS-PRT-LINE.
009780     MOVE ' ON-FED  NEW ON THE FEED   OFF-FED  DROPPED OFF FEED'
009790         TO WS-PRT-LINE.
009800     WRITE CHG-LINE FROM WS-PRT-LINE.
009810 7200-PRINT-BO-SECTION-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------*
009850* 7210-PRINT-BO-ROW - ONE BRANCH/OFFICER ROW, PRECEDED BY THE
009860*     PRIOR BRANCH'S TOTAL ROW WHEN THE BRANCH CHANGES
009870*----------------------------------------------------------------*
009880 7210-PRINT-BO-ROW.
009890     IF WS-BO-IX > 1
009900             AND WS-BO-BRANCH (WS-BO-IX) NOT = WS-BO-BRANCH-HOLD
009910         PERFORM 7250-PRINT-BRN-ROW
009920                                 THRU 7250-PRINT-BRN-ROW-EXIT
009930     END-IF.
009940     MOVE WS-BO-BRANCH (WS-BO-IX) TO WS-BO-BRANCH-HOLD.
009950     MOVE WS-BO-BRANCH (WS-BO-IX)  TO WS-CUR-BRANCH.
009960     MOVE WS-BO-OFFICER (WS-BO-IX) TO WS-CUR-OFFICER.
009970     PERFORM 3950-FORMAT-GROUP-CODES
009980                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
009990     MOVE SPACE TO WS-SUM-LINE.
010000     MOVE WS-PRT-BRANCH  TO WS-SUM-COL-1.
010010     MOVE WS-PRT-OFFICER TO WS-SUM-COL-2.
010020     MOVE ZERO TO WS-SUM-ROW-TOTAL.
010030     PERFORM 7230-SET-BO-COUNT   THRU 7230-SET-BO-COUNT-EXIT
010040         VARYING WS-CHG-IX FROM 1 BY 1
010050         UNTIL WS-CHG-IX > 6.
010060     MOVE WS-SUM-ROW-TOTAL TO WS-SUM-COUNT-ED (7).
010070     WRITE CHG-LINE FROM WS-SUM-LINE.
010080 7210-PRINT-BO-ROW-EXIT.
010090     EXIT.
010100
010110 7220-CLEAR-BRN-CELL.
010120     MOVE ZERO TO WS-BO-BRN-CHG (WS-CHG-IX).
010130 7220-CLEAR-BRN-CELL-EXIT.
010140     EXIT.
010150
010160 7230-SET-BO-COUNT.
010170     MOVE WS-BO-CHG (WS-BO-IX WS-CHG-IX)
010180         TO WS-SUM-COUNT-ED (WS-CHG-IX).
010190     ADD WS-BO-CHG (WS-BO-IX WS-CHG-IX) TO WS-SUM-ROW-TOTAL.
010200     IF WS-BO-IX NOT > WS-BO-COUNT
010210         ADD WS-BO-CHG (WS-BO-IX WS-CHG-IX)
010220             TO WS-BO-BRN-CHG (WS-CHG-IX)
010230     END-IF.
010240 7230-SET-BO-COUNT-EXIT.
010250     EXIT.
010260
010270*----------------------------------------------------------------*
010280* 7250-PRINT-BRN-ROW - TOTAL ROW FOR THE BRANCH JUST FINISHED,
010290*     THEN A BLANK LINE AND THE BRANCH TOTALS CLEARED
010300*----------------------------------------------------------------*
010310 7250-PRINT-BRN-ROW.
010320     MOVE WS-BO-BRANCH-HOLD TO WS-CUR-BRANCH.
010330     PERFORM 3950-FORMAT-GROUP-CODES
010340                   THRU 3950-FORMAT-GROUP-CODES-EXIT.
010350     MOVE SPACE TO WS-SUM-LINE.
010360     MOVE WS-PRT-BRANCH TO WS-SUM-COL-1.
010370     MOVE '*TOT' TO WS-SUM-COL-2.
010380     MOVE ZERO TO WS-SUM-ROW-TOTAL.
010390     PERFORM 7260-SET-BRN-COUNT  THRU 7260-SET-BRN-COUNT-EXIT
010400         VARYING WS-CHG-IX FROM 1 BY 1
010410         UNTIL WS-CHG-IX > 6.
010420     MOVE WS-SUM-ROW-TOTAL TO WS-SUM-COUNT-ED (7).
010430     WRITE CHG-LINE FROM WS-SUM-LINE.
010440     MOVE SPACE TO WS-PRT-LINE.
010450     WRITE CHG-LINE FROM WS-PRT-LINE.
010460     PERFORM 7220-CLEAR-BRN-CELL THRU 7220-CLEAR-BRN-CELL-EXIT
010470         VARYING WS-CHG-IX FROM 1 BY 1
010480         UNTIL WS-CHG-IX > 6.
010490 7250-PRINT-BRN-ROW-EXIT.
010500     EXIT.
010510
010520 7260-SET-BRN-COUNT.
010530     MOVE WS-BO-BRN-CHG (WS-CHG-IX)
010540         TO WS-SUM-COUNT-ED (WS-CHG-IX).
010550     ADD WS-BO-BRN-CHG (WS-CHG-IX) TO WS-SUM-ROW-TOTAL.
010560 7260-SET-BRN-COUNT-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------*
010600* 7900-PRINT-COUNT-LINE - ONE LABELLED COUNT ON THE SUMMARY
010610*----------------------------------------------------------------*
010620 7900-PRINT-COUNT-LINE.
010630     MOVE SPACE TO WS-PRT-LINE.
010640     STRING ' ' WS-SUM-LABEL WS-RPT-COUNT-ED
010650            DELIMITED BY SIZE INTO WS-PRT-LINE.
010660     WRITE CHG-LINE FROM WS-PRT-LINE.
010670 7900-PRINT-COUNT-LINE-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------------*
010710* 8000-FINALIZE - CONTROL COUNTS TO SYSOUT AND CLOSE FILES
010720*----------------------------------------------------------------*
010730 8000-FINALIZE.
010740     DISPLAY 'CCDAYCHG - AUDIT ENTRIES TODAY  . ' WS-AUD-READ.
010750     DISPLAY 'CCDAYCHG - AUDIT ENTRIES PRIOR  . ' WS-PRIOR-READ.
010760     DISPLAY 'CCDAYCHG - EXCEPTIONS READ  . . . ' WS-EXC-READ.
010770     DISPLAY 'CCDAYCHG - ACCOUNTS CHANGED . . . ' WS-CHG-TOTAL.
010780     DISPLAY 'CCDAYCHG - NOT ON MASTER  . . . . ' WS-NOMAST-COUNT.
010790     CLOSE ACCTMAST.
010800     CLOSE CHGRPT.
010810 8000-FINALIZE-EXIT.
010820     EXIT.
010830
010840*----------------------------------------------------------------*
010850* 9999-EXIT - COMMON PROGRAM EXIT
010860*----------------------------------------------------------------*
010870 9999-EXIT.
010880     STOP RUN.
