000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCACTINQ.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  SINGLE-ACCOUNT PIPELINE
000230*                  STATUS INQUIRY.  TAKES A LIST OF ACCOUNT
000240*                  NUMBERS (ONE PER RECORD, IN THE CCINQ LAYOUT)
000250*                  AND PRINTS ONE PAGE PER ACCOUNT SHOWING WHERE
000260*                  IT STANDS BETWEEN THE SOURCE SYSTEM, OUR RUN,
000270*                  AND THE DOWNSTREAM SYSTEM - THE ACCOUNT
000280*                  MASTER RECORD, THE LAST EXTRACT DATE FROM
000290*                  ELIGHIST, ANY OPEN SUSPENSE ENTRY WITH ITS
000300*                  REASON AND CYCLE COUNT, ANY EXTRACT STILL
000310*                  AWAITING ACKNOWLEDGMENT (SENT DATE, CYCLES,
000320*                  AND WHETHER IT HAS GONE OUT ON RETRANSMISSION),
000330*                  ANY DOWNSTREAM REJECTION, AND THE MOST RECENT
000340*                  BADDATA AND EXCEPTRPT ENTRIES.  THE REQUESTED
000350*                  ACCOUNTS ARE HELD IN A TABLE AND EACH FILE IS
000360*                  READ ONCE, START TO FINISH, SO NONE OF THEM
000370*                  NEEDS TO BE SORTED AND THE BADDATA, EXCEPTRPT,
000380*                  AND DWNREJ GENERATIONS CAN SIMPLY BE
000390*                  CONCATENATED IN THE JCL - THE ENTRY WITH THE
000400*                  LATEST RUN DATE IS THE ONE SHOWN.  READ-ONLY.
000401* 10/15/2026  RMK  ACKNOWLEDGMENT AGING PER SUBSCRIBER.  AGEFILE
000402*                  IS EVERY SUBSCRIBER'S AGING GENERATION
000403*                  CONCATENATED, AND THE ITEMS AWAITING ARE SHOWN
000404*                  ONE SUBSCRIBER AT A TIME, EACH LINE CARRYING
000405*                  THE SUBSCRIBER ID, THE OLDEST ITEM SHOWN FOR
000407*                  EACH.
000409*                  WHETHER AN ITEM HAS GONE OUT ON RETRANSMISSION
000411*                  IS DECIDED ON ITS OWN SUBSCRIBER'S ESCALATION
000413*                  ALLOWANCE FROM THE SUBSCRIBER TABLE (SUBSCRIB),
000415*                  AS THE ACKNOWLEDGMENT RUN DECIDES IT.
000417*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ACCTLIST   ASSIGN TO ACCTLIST
000460            ORGANIZATION IS SEQUENTIAL.
000470     SELECT ACCTMAST   ASSIGN TO ACCTMAST
000480            ORGANIZATION IS SEQUENTIAL.
000490     SELECT HISTFILE   ASSIGN TO HISTFILE
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT SUSPFILE   ASSIGN TO SUSPFILE
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT AGEFILE    ASSIGN TO AGEFILE
000533            ORGANIZATION IS SEQUENTIAL.
000536     SELECT SUBSCRIB   ASSIGN TO SUBSCRIB
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT DWNREJ     ASSIGN TO DWNREJ
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT BADFILE    ASSIGN TO BADFILE
000580            ORGANIZATION IS SEQUENTIAL.
000590     SELECT EXCFILE    ASSIGN TO EXCFILE
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT INQRPT     ASSIGN TO INQRPT
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCTLIST
000670     RECORDING MODE IS F.
000680 COPY CCINQ.
000690
000700 FD  ACCTMAST
000710     RECORDING MODE IS F.
000720 COPY CCACCT.
000730
000740 FD  HISTFILE
000750     RECORDING MODE IS F.
000760 COPY CCHIST.
000770
000780 FD  SUSPFILE
000790     RECORDING MODE IS F.
000800 COPY CCSUSP.
000810
000820 FD  AGEFILE
000830     RECORDING MODE IS F.
000840 COPY CCAGE.
000850
000852 FD  SUBSCRIB
000854     RECORDING MODE IS F.
000856 COPY CCSUBS.
000860*----------------------------------------------------------------*
000870* DOWNSTREAM REJECTS ARE WRITTEN IN SUSPENSE FORMAT (CCSUSP) -
000880* ONLY THE ACCOUNT, THE DOWNSTREAM REASON, AND THE REJECT DATE
000890* (CARRIED IN THE FIRST-SUSPENDED DATE) ARE NEEDED HERE.
000900*----------------------------------------------------------------*
000910 FD  DWNREJ
000920     RECORDING MODE IS F.
000930 01  DWN-REC.
000940     05  DWN-ACCT-NO            PIC 9(07).
000950     05  FILLER                 PIC X(14).
000960     05  DWN-REASON-CD          PIC X(12).
000970     05  DWN-REJECT-DATE        PIC 9(08).
000980     05  FILLER                 PIC X(39).
000990
001000 FD  BADFILE
001010     RECORDING MODE IS F.
001020 COPY CCBAD.
001030
001040 FD  EXCFILE
001050     RECORDING MODE IS F.
001060 COPY CCEXC.
001070
001080 FD  INQRPT
001090     RECORDING MODE IS F.
001100 01  INQ-LINE                  PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------*
001140* SWITCHES
001150*----------------------------------------------------------------*
001160 77  WS-LIST-EOF-SW         PIC X(01)   VALUE 'N'.
001170     88  WS-LIST-EOF                    VALUE 'Y'.
001180 77  WS-EOF-SW              PIC X(01)   VALUE 'N'.
001190     88  WS-EOF                         VALUE 'Y'.
001200 77  WS-FOUND-SW            PIC X(01)   VALUE 'N'.
001210     88  WS-FOUND                       VALUE 'Y'.
001220
001230*----------------------------------------------------------------*
001240* RUN DATE - PRINTED ON EVERY PAGE HEADING
001250*----------------------------------------------------------------*
001260 77  WS-CURR-DATE           PIC 9(08).
001270
001280*----------------------------------------------------------------*
001290* SUBSCRIBER ESCALATION ALLOWANCES.  AN ACKNOWLEDGMENT ITEM THAT
001300* HAS WAITED ITS SUBSCRIBER'S ALLOWANCE IN CYCLES HAS BEEN
001310* ESCALATED AND PUT ON THE RETRANSMISSION EXTRACT.  A ZERO
001320* ALLOWANCE ON THE TABLE, OR AN ITEM WHOSE SUBSCRIBER IS NOT ON
001321* THE TABLE, TAKES THE SHOP DEFAULT OF THREE - THE SAME RULE THE
001322* ACKNOWLEDGMENT RUN APPLIES.  WS-ESC-CYCLES IS THE ALLOWANCE FOR
001323* THE ITEM BEING PRINTED.
001324*----------------------------------------------------------------*
001325 77  WS-SUB-MAX             PIC 9(02)   VALUE 8      COMP.
001326 77  WS-SUB-COUNT           PIC 9(02)   VALUE ZERO   COMP.
001327 77  WS-SUB-IX              PIC 9(02)   VALUE ZERO   COMP.
001328 77  WS-ESC-CYCLES          PIC 9(03)   VALUE ZERO.
001329 01  WS-SUB-TABLE.
001330     05  WS-SUB-ENTRY  OCCURS 8 TIMES.
001331         10  WS-SUB-ID          PIC X(08).
001332         10  WS-SUB-ESC-CYCLES  PIC 9(03).
001340
001350*----------------------------------------------------------------*
001360* REQUESTED ACCOUNT TABLE, ONE ROW PER ACCOUNT IN THE ORDER
001370* LISTED.  EACH FILE PASS FILLS IN ITS PART OF THE ROW; A ZERO
001380* COUNT OR DATE MEANS THE FILE HAD NOTHING FOR THE ACCOUNT.
001382* ACKNOWLEDGMENT AGING IS HELD ONE GROUP PER SUBSCRIBER, IN THE
001384* ORDER THE SUBSCRIBERS ARE FIRST MET; ITEMS FOR ANY SUBSCRIBER
001386* BEYOND THE EIGHTH GROUP ARE ONLY COUNTED.
001390*----------------------------------------------------------------*
001400 77  WS-IQ-MAX              PIC 9(03)   VALUE 100    COMP.
001410 77  WS-IQ-COUNT            PIC 9(03)   VALUE ZERO   COMP.
001420 77  WS-IQ-IX               PIC 9(03)   VALUE ZERO   COMP.
001430 77  WS-FOUND-IX            PIC 9(03)   VALUE ZERO   COMP.
001440 77  WS-ERR-IX              PIC 9(01)   VALUE ZERO   COMP.
001450 77  WS-SEARCH-ACCT         PIC 9(07)   VALUE ZERO.
001453 77  WS-GRP-IX              PIC 9(02)   VALUE ZERO   COMP.
001456 77  WS-GRP-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
001460 01  WS-IQ-TABLE.
001470     05  WS-IQ-ENTRY  OCCURS 100 TIMES.
001480         10  WS-IQ-ACCT-NO      PIC 9(07).
001490         10  WS-IQ-MAST-SW      PIC X(01).
001500             88  WS-IQ-ON-MASTER        VALUE 'Y'.
001510         10  WS-IQ-CUST-NAME    PIC X(20).
001520         10  WS-IQ-BRANCH-CD    PIC X(04).
001530         10  WS-IQ-OFFICER-CD   PIC X(04).
001540         10  WS-IQ-STATUS       PIC X(01).
001550         10  WS-IQ-HIST-DATE    PIC 9(08).
001560         10  WS-IQ-SUSP-COUNT   PIC 9(03).
001570         10  WS-IQ-SUSP-VALUE   PIC 9(03).
001580         10  WS-IQ-SUSP-CAT     PIC X(03).
001590         10  WS-IQ-SUSP-EFF-DT  PIC 9(08).
001600         10  WS-IQ-SUSP-REASON  PIC X(12).
001610         10  WS-IQ-SUSP-FIRST   PIC 9(08).
001620         10  WS-IQ-SUSP-CYCLES  PIC 9(03).
001630         10  WS-IQ-AGE-GRPS     PIC 9(02).
001640         10  WS-IQ-AGE-GRP  OCCURS 8 TIMES.
001650             15  WS-IQ-AGE-SUB-ID   PIC X(08).
001660             15  WS-IQ-AGE-COUNT    PIC 9(03).
001670             15  WS-IQ-AGE-VALUE    PIC 9(03).
001672             15  WS-IQ-AGE-CAT      PIC X(03).
001674             15  WS-IQ-AGE-SENT     PIC 9(08).
001676             15  WS-IQ-AGE-CYCLES   PIC 9(03).
001678         10  WS-IQ-AGE-OTHER    PIC 9(03).
001680         10  WS-IQ-DWN-DATE     PIC 9(08).
001690         10  WS-IQ-DWN-REASON   PIC X(12).
001700         10  WS-IQ-BAD-RUN-DT   PIC 9(08).
001710         10  WS-IQ-BAD-VALUE    PIC X(03).
001720         10  WS-IQ-BAD-CAT      PIC X(03).
001730         10  WS-IQ-BAD-EFF-DT   PIC X(08).
001740         10  WS-IQ-BAD-ERR-CNT  PIC 9(01).
001750         10  WS-IQ-BAD-ERR-CD  OCCURS 4 TIMES
001760                                PIC X(12).
001770         10  WS-IQ-EXC-RUN-DT   PIC 9(08).
001780         10  WS-IQ-EXC-VALUE    PIC 9(03).
001790         10  WS-IQ-EXC-CAT      PIC X(03).
001800         10  WS-IQ-EXC-EFF-DT   PIC 9(08).
001810         10  WS-IQ-EXC-REASON   PIC X(12).
001820
001830*----------------------------------------------------------------*
001840* RUN CONTROL COUNTERS FOR THE INQUIRY REPORT
001850*----------------------------------------------------------------*
001860 77  WS-LIST-READ           PIC 9(07)   VALUE ZERO   COMP.
001870 77  WS-LIST-IGNORED        PIC 9(07)   VALUE ZERO   COMP.
001880 77  WS-MAST-FOUND          PIC 9(07)   VALUE ZERO   COMP.
001890 77  WS-PAGE-NO             PIC 9(04)   VALUE ZERO   COMP.
001900
001910*----------------------------------------------------------------*
001920* INQUIRY REPORT LINE WORK AREAS.  COLUMN 1 OF EVERY LINE IS
001930* CARRIAGE CONTROL.
001940*----------------------------------------------------------------*
001950 01  WS-PRT-LINE            PIC X(80)   VALUE SPACE.
001960 01  WS-RPT-DATE.
001970     05  WS-RPT-DATE-CC     PIC 9(02).
001980     05  WS-RPT-DATE-YY     PIC 9(02).
001990     05  WS-RPT-DATE-MM     PIC 9(02).
002000     05  WS-RPT-DATE-DD     PIC 9(02).
002010 01  WS-RPT-DATE-ED         PIC X(10)   VALUE SPACE.
002020 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
002030 01  WS-RPT-PAGE-ED         PIC ZZZ9.
002040 01  WS-RPT-ACCT-ED         PIC 9(07).
002050 01  WS-RPT-CYCLES-ED       PIC ZZ9.
002060 01  WS-RPT-VALUE-ED        PIC ZZ9.
002070 01  WS-RPT-ENTRIES-ED      PIC ZZ9.
002080 01  WS-RPT-STATUS          PIC X(06)   VALUE SPACE.
002083 01  WS-RPT-SUB-ID          PIC X(08)   VALUE SPACE.
002086 01  WS-RPT-ALLOW-ED        PIC ZZ9.
002090
002100 PROCEDURE DIVISION.
002110*================================================================*
002120* 0000-MAINLINE
002130*================================================================*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
002160     PERFORM 2100-SCAN-ACCTMAST  THRU 2100-SCAN-ACCTMAST-EXIT.
002170     PERFORM 2200-SCAN-HISTFILE  THRU 2200-SCAN-HISTFILE-EXIT.
002180     PERFORM 2300-SCAN-SUSPFILE  THRU 2300-SCAN-SUSPFILE-EXIT.
002190     PERFORM 2400-SCAN-AGEFILE   THRU 2400-SCAN-AGEFILE-EXIT.
002200     PERFORM 2500-SCAN-DWNREJ    THRU 2500-SCAN-DWNREJ-EXIT.
002210     PERFORM 2600-SCAN-BADFILE   THRU 2600-SCAN-BADFILE-EXIT.
002220     PERFORM 2700-SCAN-EXCFILE   THRU 2700-SCAN-EXCFILE-EXIT.
002230     PERFORM 3000-PRINT-ACCOUNT  THRU 3000-PRINT-ACCOUNT-EXIT
002240         VARYING WS-IQ-IX FROM 1 BY 1
002250         UNTIL WS-IQ-IX > WS-IQ-COUNT.
002260     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
002270     GO TO 9999-EXIT.
002280
002290*----------------------------------------------------------------*
002300* 1000-INITIALIZE - LOAD THE REQUESTED ACCOUNTS INTO THE TABLE
002310*     AND OPEN THE REPORT
002320*----------------------------------------------------------------*
002330 1000-INITIALIZE.
002340     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002350     OPEN INPUT  ACCTLIST.
002360     OPEN OUTPUT INQRPT.
002370     PERFORM 1200-READ-ACCTLIST  THRU 1200-READ-ACCTLIST-EXIT.
002380     PERFORM 1100-LOAD-ACCOUNT   THRU 1100-LOAD-ACCOUNT-EXIT
002390         UNTIL WS-LIST-EOF.
002400     CLOSE ACCTLIST.
002403     PERFORM 1300-LOAD-SUBSCRIBERS
002406                                 THRU 1300-LOAD-SUBSCRIBERS-EXIT.
002410 1000-INITIALIZE-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------*
002450* 1100-LOAD-ACCOUNT - START A TABLE ROW FOR ONE REQUESTED
002460*     ACCOUNT.  A NON-NUMERIC OR ZERO NUMBER, A REPEAT, OR AN
002470*     ACCOUNT BEYOND THE TABLE IS REPORTED AND LEFT OFF.
002480*----------------------------------------------------------------*
002490 1100-LOAD-ACCOUNT.
002500     IF CC-INQ-ACCT-NO NOT NUMERIC
002510             OR CC-INQ-ACCT-NO = ZERO
002520         DISPLAY 'CCACTINQ - INVALID ACCOUNT NUMBER '
002530                 CC-INQ-ACCT-NO ' - IGNORED'
002540         ADD 1 TO WS-LIST-IGNORED
002550         GO TO 1100-LOAD-NEXT
002560     END-IF.
002570     MOVE CC-INQ-ACCT-NO TO WS-SEARCH-ACCT.
002580     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
002590     IF WS-FOUND
002600         DISPLAY 'CCACTINQ - ACCOUNT ' CC-INQ-ACCT-NO
002610                 ' LISTED TWICE - IGNORED'
002620         ADD 1 TO WS-LIST-IGNORED
002630         GO TO 1100-LOAD-NEXT
002640     END-IF.
002650     IF WS-IQ-COUNT NOT < WS-IQ-MAX
002660         DISPLAY 'CCACTINQ - MORE THAN 100 ACCOUNTS - ACCOUNT '
002670                 CC-INQ-ACCT-NO ' IGNORED'
002680         ADD 1 TO WS-LIST-IGNORED
002690         GO TO 1100-LOAD-NEXT
002700     END-IF.
002710     ADD 1 TO WS-IQ-COUNT.
002720     MOVE WS-IQ-COUNT TO WS-IQ-IX.
002730     MOVE SPACE TO WS-IQ-ENTRY (WS-IQ-IX).
002740     MOVE CC-INQ-ACCT-NO TO WS-IQ-ACCT-NO     (WS-IQ-IX).
002750     MOVE 'N'            TO WS-IQ-MAST-SW     (WS-IQ-IX).
002760     MOVE ZERO           TO WS-IQ-HIST-DATE   (WS-IQ-IX).
002770     MOVE ZERO           TO WS-IQ-SUSP-COUNT  (WS-IQ-IX).
002780     MOVE ZERO           TO WS-IQ-AGE-GRPS    (WS-IQ-IX).
002790     MOVE ZERO           TO WS-IQ-AGE-OTHER   (WS-IQ-IX).
002800     MOVE ZERO           TO WS-IQ-DWN-DATE    (WS-IQ-IX).
002810     MOVE ZERO           TO WS-IQ-BAD-RUN-DT  (WS-IQ-IX).
002820     MOVE ZERO           TO WS-IQ-BAD-ERR-CNT (WS-IQ-IX).
002830     MOVE ZERO           TO WS-IQ-EXC-RUN-DT  (WS-IQ-IX).
002840 1100-LOAD-NEXT.
002850     PERFORM 1200-READ-ACCTLIST  THRU 1200-READ-ACCTLIST-EXIT.
002860 1100-LOAD-ACCOUNT-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------*
002900* 1200-READ-ACCTLIST - READ THE NEXT REQUESTED ACCOUNT
002910*----------------------------------------------------------------*
002920 1200-READ-ACCTLIST.
002930     READ ACCTLIST
002940         AT END
002950             MOVE 'Y' TO WS-LIST-EOF-SW
002960     END-READ.
002970     IF NOT WS-LIST-EOF
002980         ADD 1 TO WS-LIST-READ
002990     END-IF.
003000 1200-READ-ACCTLIST-EXIT.
003010     EXIT.
003020
003021*----------------------------------------------------------------*
003022* 1300-LOAD-SUBSCRIBERS - EACH SUBSCRIBER'S ESCALATION ALLOWANCE
003023*     FROM ITS DEFINITION ON THE SUBSCRIBER TABLE.  CATEGORY AND
003024*     BRANCH RECORDS ARE PASSED OVER.
003025*----------------------------------------------------------------*
003026 1300-LOAD-SUBSCRIBERS.
003027     MOVE 'N' TO WS-EOF-SW.
003028     OPEN INPUT SUBSCRIB.
003029     PERFORM 1320-READ-SUBSCRIB  THRU 1320-READ-SUBSCRIB-EXIT.
003030     PERFORM 1310-TAKE-SUBSCRIBER THRU 1310-TAKE-SUBSCRIBER-EXIT
003031         UNTIL WS-EOF.
003032     CLOSE SUBSCRIB.
003033 1300-LOAD-SUBSCRIBERS-EXIT.
003034     EXIT.
003035
003036 1310-TAKE-SUBSCRIBER.
003037     IF NOT CC-SUB-IS-DEFINITION
003038         GO TO 1310-TAKE-NEXT
003039     END-IF.
003040     IF WS-SUB-COUNT NOT < WS-SUB-MAX
003041         DISPLAY 'CCACTINQ - SUBSCRIBERS EXCEED TABLE - ABORT'
003042         MOVE 16 TO RETURN-CODE
003043         STOP RUN
003044     END-IF.
003045     IF CC-SUB-ESC-CYCLES NOT NUMERIC
003046         DISPLAY 'CCACTINQ - SUBSCRIBER ' CC-SUB-ID
003047                 ' ESCALATION ALLOWANCE INVALID - ABORT'
003048         MOVE 16 TO RETURN-CODE
003049         STOP RUN
003050     END-IF.
003051     ADD 1 TO WS-SUB-COUNT.
003052     MOVE CC-SUB-ID TO WS-SUB-ID (WS-SUB-COUNT).
003053     MOVE CC-SUB-ESC-CYCLES TO WS-SUB-ESC-CYCLES (WS-SUB-COUNT).
003054     IF CC-SUB-ESC-CYCLES = ZERO
003055         MOVE 3 TO WS-SUB-ESC-CYCLES (WS-SUB-COUNT)
003056     END-IF.
003057 1310-TAKE-NEXT.
003058     PERFORM 1320-READ-SUBSCRIB  THRU 1320-READ-SUBSCRIB-EXIT.
003059 1310-TAKE-SUBSCRIBER-EXIT.
003060     EXIT.
003061
003062 1320-READ-SUBSCRIB.
003063     READ SUBSCRIB
003064         AT END
003065             MOVE 'Y' TO WS-EOF-SW
003066     END-READ.
003067 1320-READ-SUBSCRIB-EXIT.
003068     EXIT.
003069
003070*----------------------------------------------------------------*
003071* 2100-SCAN-ACCTMAST - NAME, BRANCH, OFFICER, AND STATUS FROM
003072*     THE ACCOUNT MASTER
003073*----------------------------------------------------------------*
003074 2100-SCAN-ACCTMAST.
003080     MOVE 'N' TO WS-EOF-SW.
003090     OPEN INPUT ACCTMAST.
003100     PERFORM 2120-READ-ACCTMAST  THRU 2120-READ-ACCTMAST-EXIT.
003110     PERFORM 2110-POST-ACCTMAST  THRU 2110-POST-ACCTMAST-EXIT
003120         UNTIL WS-EOF.
003130     CLOSE ACCTMAST.
003140 2100-SCAN-ACCTMAST-EXIT.
003150     EXIT.
003160
003170 2110-POST-ACCTMAST.
003180     MOVE CC-ACCT-MAST-NO TO WS-SEARCH-ACCT.
003190     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
003200     IF WS-FOUND
003210         MOVE 'Y'                TO WS-IQ-MAST-SW (WS-FOUND-IX)
003220         MOVE CC-ACCT-CUST-NAME  TO WS-IQ-CUST-NAME
003230                                               (WS-FOUND-IX)
003240         MOVE CC-ACCT-BRANCH-CD  TO WS-IQ-BRANCH-CD
003250                                               (WS-FOUND-IX)
003260         MOVE CC-ACCT-OFFICER-CD TO WS-IQ-OFFICER-CD
003270                                               (WS-FOUND-IX)
003280         MOVE CC-ACCT-STATUS     TO WS-IQ-STATUS  (WS-FOUND-IX)
003290     END-IF.
003300     PERFORM 2120-READ-ACCTMAST  THRU 2120-READ-ACCTMAST-EXIT.
003310 2110-POST-ACCTMAST-EXIT.
003320     EXIT.
003330
003340 2120-READ-ACCTMAST.
003350     READ ACCTMAST
003360         AT END
003370             MOVE 'Y' TO WS-EOF-SW
003380     END-READ.
003390 2120-READ-ACCTMAST-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------*
003430* 2200-SCAN-HISTFILE - LAST EXTRACT DATE FROM ELIGIBILITY HISTORY
003440*----------------------------------------------------------------*
003450 2200-SCAN-HISTFILE.
003460     MOVE 'N' TO WS-EOF-SW.
003470     OPEN INPUT HISTFILE.
003480     PERFORM 2220-READ-HISTFILE  THRU 2220-READ-HISTFILE-EXIT.
003490     PERFORM 2210-POST-HISTFILE  THRU 2210-POST-HISTFILE-EXIT
003500         UNTIL WS-EOF.
003510     CLOSE HISTFILE.
003520 2200-SCAN-HISTFILE-EXIT.
003530     EXIT.
003540
003550 2210-POST-HISTFILE.
003560     MOVE CC-HIST-ACCT-NO TO WS-SEARCH-ACCT.
003570     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
003580     IF WS-FOUND
003590         MOVE CC-HIST-LAST-EXT-DATE
003600                           TO WS-IQ-HIST-DATE (WS-FOUND-IX)
003610     END-IF.
003620     PERFORM 2220-READ-HISTFILE  THRU 2220-READ-HISTFILE-EXIT.
003630 2210-POST-HISTFILE-EXIT.
003640     EXIT.
003650
003660 2220-READ-HISTFILE.
003670     READ HISTFILE
003680         AT END
003690             MOVE 'Y' TO WS-EOF-SW
003700     END-READ.
003710 2220-READ-HISTFILE-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------------*
003750* 2300-SCAN-SUSPFILE - OPEN SUSPENSE ENTRIES.  THE FIRST ONE
003760*     FOUND IS SHOWN IN FULL AND THE REST ARE COUNTED.
003770*----------------------------------------------------------------*
003780 2300-SCAN-SUSPFILE.
003790     MOVE 'N' TO WS-EOF-SW.
003800     OPEN INPUT SUSPFILE.
003810     PERFORM 2320-READ-SUSPFILE  THRU 2320-READ-SUSPFILE-EXIT.
003820     PERFORM 2310-POST-SUSPFILE  THRU 2310-POST-SUSPFILE-EXIT
003830         UNTIL WS-EOF.
003840     CLOSE SUSPFILE.
003850 2300-SCAN-SUSPFILE-EXIT.
003860     EXIT.
003870
003880 2310-POST-SUSPFILE.
003890     MOVE CC-SUSP-ACCT-NO TO WS-SEARCH-ACCT.
003900     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
003910     IF WS-FOUND
003920         ADD 1 TO WS-IQ-SUSP-COUNT (WS-FOUND-IX)
003930         IF WS-IQ-SUSP-COUNT (WS-FOUND-IX) = 1
003940             MOVE CC-SUSP-TEST-VALUE
003950                           TO WS-IQ-SUSP-VALUE  (WS-FOUND-IX)
003960             MOVE CC-SUSP-CATEGORY-CD
003970                           TO WS-IQ-SUSP-CAT    (WS-FOUND-IX)
003980             MOVE CC-SUSP-EFF-DATE
003990                           TO WS-IQ-SUSP-EFF-DT (WS-FOUND-IX)
004000             MOVE CC-SUSP-REASON-CD
004010                           TO WS-IQ-SUSP-REASON (WS-FOUND-IX)
004020             MOVE CC-SUSP-FIRST-DATE
004030                           TO WS-IQ-SUSP-FIRST  (WS-FOUND-IX)
004040             MOVE CC-SUSP-CYCLES
004050                           TO WS-IQ-SUSP-CYCLES (WS-FOUND-IX)
004060         END-IF
004070     END-IF.
004080     PERFORM 2320-READ-SUSPFILE  THRU 2320-READ-SUSPFILE-EXIT.
004090 2310-POST-SUSPFILE-EXIT.
004100     EXIT.
004110
004120 2320-READ-SUSPFILE.
004130     READ SUSPFILE
004140         AT END
004150             MOVE 'Y' TO WS-EOF-SW
004160     END-READ.
004170 2320-READ-SUSPFILE-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210* 2400-SCAN-AGEFILE - EXTRACT DETAILS STILL AWAITING DOWNSTREAM
004220*     ACKNOWLEDGMENT, BY SUBSCRIBER.  THE OLDEST (MOST CYCLES) FOR
004225*     EACH SUBSCRIBER IS SHOWN.
004230*----------------------------------------------------------------*
004240 2400-SCAN-AGEFILE.
004250     MOVE 'N' TO WS-EOF-SW.
004260     OPEN INPUT AGEFILE.
004270     PERFORM 2420-READ-AGEFILE   THRU 2420-READ-AGEFILE-EXIT.
004280     PERFORM 2410-POST-AGEFILE   THRU 2410-POST-AGEFILE-EXIT
004290         UNTIL WS-EOF.
004300     CLOSE AGEFILE.
004310 2400-SCAN-AGEFILE-EXIT.
004320     EXIT.
004330
004340 2410-POST-AGEFILE.
004350     MOVE CC-AGE-ACCT-NO TO WS-SEARCH-ACCT.
004360     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
004370     IF NOT WS-FOUND
004376         GO TO 2410-POST-NEXT
004382     END-IF.
004388     PERFORM 2430-FIND-AGE-GROUP THRU 2430-FIND-AGE-GROUP-EXIT.
004394     IF WS-GRP-FOUND-IX = ZERO
004400         ADD 1 TO WS-IQ-AGE-OTHER (WS-FOUND-IX)
004406         GO TO 2410-POST-NEXT
004412     END-IF.
004418     MOVE WS-GRP-FOUND-IX TO WS-GRP-IX.
004424     ADD 1 TO WS-IQ-AGE-COUNT (WS-FOUND-IX, WS-GRP-IX).
004430     IF WS-IQ-AGE-COUNT (WS-FOUND-IX, WS-GRP-IX) = 1
004436             OR CC-AGE-CYCLES >
004442                WS-IQ-AGE-CYCLES (WS-FOUND-IX, WS-GRP-IX)
004448         MOVE CC-AGE-TEST-VALUE
004454                   TO WS-IQ-AGE-VALUE  (WS-FOUND-IX, WS-GRP-IX)
004460         MOVE CC-AGE-CATEGORY-CD
004466                   TO WS-IQ-AGE-CAT    (WS-FOUND-IX, WS-GRP-IX)
004472         MOVE CC-AGE-SENT-DATE
004478                   TO WS-IQ-AGE-SENT   (WS-FOUND-IX, WS-GRP-IX)
004484         MOVE CC-AGE-CYCLES
004490                   TO WS-IQ-AGE-CYCLES (WS-FOUND-IX, WS-GRP-IX)
004496     END-IF.
004502 2410-POST-NEXT.
004520     PERFORM 2420-READ-AGEFILE   THRU 2420-READ-AGEFILE-EXIT.
004530 2410-POST-AGEFILE-EXIT.
004540     EXIT.
004550
004560 2420-READ-AGEFILE.
004570     READ AGEFILE
004580         AT END
004590             MOVE 'Y' TO WS-EOF-SW
004600     END-READ.
004610 2420-READ-AGEFILE-EXIT.
004620     EXIT.
004621
004622*----------------------------------------------------------------*
004623* 2430-FIND-AGE-GROUP - THE ACCOUNT'S GROUP FOR THE ITEM'S
004624*     SUBSCRIBER, STARTED WHEN THIS IS ITS FIRST ITEM.
004625*     WS-GRP-FOUND-IX IS ZERO WHEN THE ACCOUNT'S GROUPS ARE FULL.
004626*----------------------------------------------------------------*
004627 2430-FIND-AGE-GROUP.
004628     MOVE ZERO TO WS-GRP-FOUND-IX.
004629     PERFORM 2435-COMPARE-AGE-GROUP
004630                           THRU 2435-COMPARE-AGE-GROUP-EXIT
004631         VARYING WS-GRP-IX FROM 1 BY 1
004632         UNTIL WS-GRP-IX > WS-IQ-AGE-GRPS (WS-FOUND-IX)
004633            OR WS-GRP-FOUND-IX > ZERO.
004634     IF WS-GRP-FOUND-IX > ZERO
004635         GO TO 2430-FIND-AGE-GROUP-EXIT
004636     END-IF.
004637     IF WS-IQ-AGE-GRPS (WS-FOUND-IX) NOT < 8
004638         GO TO 2430-FIND-AGE-GROUP-EXIT
004639     END-IF.
004640     ADD 1 TO WS-IQ-AGE-GRPS (WS-FOUND-IX).
004641     MOVE WS-IQ-AGE-GRPS (WS-FOUND-IX) TO WS-GRP-FOUND-IX.
004642     MOVE CC-AGE-SUB-ID
004643               TO WS-IQ-AGE-SUB-ID (WS-FOUND-IX, WS-GRP-FOUND-IX).
004644     MOVE ZERO TO WS-IQ-AGE-COUNT  (WS-FOUND-IX, WS-GRP-FOUND-IX).
004645     MOVE ZERO TO WS-IQ-AGE-CYCLES (WS-FOUND-IX, WS-GRP-FOUND-IX).
004646 2430-FIND-AGE-GROUP-EXIT.
004647     EXIT.
004648
004649 2435-COMPARE-AGE-GROUP.
004650     IF WS-IQ-AGE-SUB-ID (WS-FOUND-IX, WS-GRP-IX) = CC-AGE-SUB-ID
004651         MOVE WS-GRP-IX TO WS-GRP-FOUND-IX
004652     END-IF.
004653 2435-COMPARE-AGE-GROUP-EXIT.
004654     EXIT.
004655
004656*----------------------------------------------------------------*
004657* 2500-SCAN-DWNREJ - DOWNSTREAM REJECTIONS.  THE LATEST ONE
004660*     ACROSS THE CONCATENATED GENERATIONS IS SHOWN.
004670*----------------------------------------------------------------*
004680 2500-SCAN-DWNREJ.
004690     MOVE 'N' TO WS-EOF-SW.
004700     OPEN INPUT DWNREJ.
004710     PERFORM 2520-READ-DWNREJ    THRU 2520-READ-DWNREJ-EXIT.
004720     PERFORM 2510-POST-DWNREJ    THRU 2510-POST-DWNREJ-EXIT
004730         UNTIL WS-EOF.
004740     CLOSE DWNREJ.
004750 2500-SCAN-DWNREJ-EXIT.
004760     EXIT.
004770
004780 2510-POST-DWNREJ.
004790     MOVE DWN-ACCT-NO TO WS-SEARCH-ACCT.
004800     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
004810     IF WS-FOUND
004820         IF DWN-REJECT-DATE > WS-IQ-DWN-DATE (WS-FOUND-IX)
004830             MOVE DWN-REJECT-DATE
004840                           TO WS-IQ-DWN-DATE   (WS-FOUND-IX)
004850             MOVE DWN-REASON-CD
004860                           TO WS-IQ-DWN-REASON (WS-FOUND-IX)
004870         END-IF
004880     END-IF.
004890     PERFORM 2520-READ-DWNREJ    THRU 2520-READ-DWNREJ-EXIT.
004900 2510-POST-DWNREJ-EXIT.
004910     EXIT.
004920
004930 2520-READ-DWNREJ.
004940     READ DWNREJ
004950         AT END
004960             MOVE 'Y' TO WS-EOF-SW
004970     END-READ.
004980 2520-READ-DWNREJ-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 2600-SCAN-BADFILE - MOST RECENT BAD-DATA ENTRY.  THE ACCOUNT
005030*     NUMBER IS AS RECEIVED, SO ONE THAT IS NOT NUMERIC CANNOT
005040*     BELONG TO ANY REQUESTED ACCOUNT.
005050*----------------------------------------------------------------*
005060 2600-SCAN-BADFILE.
005070     MOVE 'N' TO WS-EOF-SW.
005080     OPEN INPUT BADFILE.
005090     PERFORM 2620-READ-BADFILE   THRU 2620-READ-BADFILE-EXIT.
005100     PERFORM 2610-POST-BADFILE   THRU 2610-POST-BADFILE-EXIT
005110         UNTIL WS-EOF.
005120     CLOSE BADFILE.
005130 2600-SCAN-BADFILE-EXIT.
005140     EXIT.
005150
005160 2610-POST-BADFILE.
005170     IF CC-BAD-ACCT-NO NOT NUMERIC
005180         GO TO 2610-POST-NEXT
005190     END-IF.
005200     MOVE CC-BAD-ACCT-NO TO WS-SEARCH-ACCT.
005210     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
005220     IF NOT WS-FOUND
005230         GO TO 2610-POST-NEXT
005240     END-IF.
005250     IF CC-BAD-RUN-DATE NOT > WS-IQ-BAD-RUN-DT (WS-FOUND-IX)
005260         GO TO 2610-POST-NEXT
005270     END-IF.
005280     MOVE CC-BAD-RUN-DATE    TO WS-IQ-BAD-RUN-DT  (WS-FOUND-IX).
005290     MOVE CC-BAD-TEST-VALUE  TO WS-IQ-BAD-VALUE   (WS-FOUND-IX).
005300     MOVE CC-BAD-CATEGORY-CD TO WS-IQ-BAD-CAT     (WS-FOUND-IX).
005310     MOVE CC-BAD-EFF-DATE    TO WS-IQ-BAD-EFF-DT  (WS-FOUND-IX).
005320     MOVE CC-BAD-ERROR-COUNT TO WS-IQ-BAD-ERR-CNT (WS-FOUND-IX).
005330     PERFORM 2615-SAVE-ERROR-CD  THRU 2615-SAVE-ERROR-CD-EXIT
005340         VARYING WS-ERR-IX FROM 1 BY 1
005350         UNTIL WS-ERR-IX > 4.
005360 2610-POST-NEXT.
005370     PERFORM 2620-READ-BADFILE   THRU 2620-READ-BADFILE-EXIT.
005380 2610-POST-BADFILE-EXIT.
005390     EXIT.
005400
005410 2615-SAVE-ERROR-CD.
005420     MOVE CC-BAD-ERROR-CD (WS-ERR-IX)
005430               TO WS-IQ-BAD-ERR-CD (WS-FOUND-IX, WS-ERR-IX).
005440 2615-SAVE-ERROR-CD-EXIT.
005450     EXIT.
005460
005470 2620-READ-BADFILE.
005480     READ BADFILE
005490         AT END
005500             MOVE 'Y' TO WS-EOF-SW
005510     END-READ.
005520 2620-READ-BADFILE-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 2700-SCAN-EXCFILE - MOST RECENT EXCEPTION (INELIGIBLE) ENTRY
005570*----------------------------------------------------------------*
005580 2700-SCAN-EXCFILE.
005590     MOVE 'N' TO WS-EOF-SW.
005600     OPEN INPUT EXCFILE.
005610     PERFORM 2720-READ-EXCFILE   THRU 2720-READ-EXCFILE-EXIT.
005620     PERFORM 2710-POST-EXCFILE   THRU 2710-POST-EXCFILE-EXIT
005630         UNTIL WS-EOF.
005640     CLOSE EXCFILE.
005650 2700-SCAN-EXCFILE-EXIT.
005660     EXIT.
005670
005680 2710-POST-EXCFILE.
005690     MOVE CC-EXC-ACCT-NO TO WS-SEARCH-ACCT.
005700     PERFORM 2900-FIND-ACCT      THRU 2900-FIND-ACCT-EXIT.
005710     IF WS-FOUND
005720         IF CC-EXC-RUN-DATE > WS-IQ-EXC-RUN-DT (WS-FOUND-IX)
005730             MOVE CC-EXC-RUN-DATE
005740                           TO WS-IQ-EXC-RUN-DT (WS-FOUND-IX)
005750             MOVE CC-EXC-TEST-VALUE
005760                           TO WS-IQ-EXC-VALUE  (WS-FOUND-IX)
005770             MOVE CC-EXC-CATEGORY-CD
005780                           TO WS-IQ-EXC-CAT    (WS-FOUND-IX)
005790             MOVE CC-EXC-EFF-DATE
005800                           TO WS-IQ-EXC-EFF-DT (WS-FOUND-IX)
005810             MOVE CC-EXC-REASON-CD
005820                           TO WS-IQ-EXC-REASON (WS-FOUND-IX)
005830         END-IF
005840     END-IF.
005850     PERFORM 2720-READ-EXCFILE   THRU 2720-READ-EXCFILE-EXIT.
005860 2710-POST-EXCFILE-EXIT.
005870     EXIT.
005880
005890 2720-READ-EXCFILE.
005900     READ EXCFILE
005910         AT END
005920             MOVE 'Y' TO WS-EOF-SW
005930     END-READ.
005940 2720-READ-EXCFILE-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 2900-FIND-ACCT - FIND THE TABLE ROW FOR WS-SEARCH-ACCT.  SETS
005990*     WS-FOUND AND WS-FOUND-IX.
006000*----------------------------------------------------------------*
006010 2900-FIND-ACCT.
006020     MOVE 'N' TO WS-FOUND-SW.
006030     MOVE ZERO TO WS-FOUND-IX.
006040     PERFORM 2910-COMPARE-ACCT   THRU 2910-COMPARE-ACCT-EXIT
006050         VARYING WS-IQ-IX FROM 1 BY 1
006060         UNTIL WS-IQ-IX > WS-IQ-COUNT
006070            OR WS-FOUND.
006080 2900-FIND-ACCT-EXIT.
006090     EXIT.
006100
006110 2910-COMPARE-ACCT.
006120     IF WS-IQ-ACCT-NO (WS-IQ-IX) = WS-SEARCH-ACCT
006130         MOVE 'Y' TO WS-FOUND-SW
006140         MOVE WS-IQ-IX TO WS-FOUND-IX
006150     END-IF.
006160 2910-COMPARE-ACCT-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200* 3000-PRINT-ACCOUNT - ONE PAGE FOR ONE REQUESTED ACCOUNT, IN THE
006210*     ORDER THE FILES SIT IN THE PIPELINE
006220*----------------------------------------------------------------*
006230 3000-PRINT-ACCOUNT.
006240     PERFORM 3100-PRINT-PAGE-HEAD
006250                           THRU 3100-PRINT-PAGE-HEAD-EXIT.
006260     PERFORM 3200-PRINT-MASTER   THRU 3200-PRINT-MASTER-EXIT.
006270     PERFORM 3300-PRINT-HISTORY  THRU 3300-PRINT-HISTORY-EXIT.
006280     PERFORM 3400-PRINT-BAD-DATA THRU 3400-PRINT-BAD-DATA-EXIT.
006290     PERFORM 3500-PRINT-EXCEPTION
006300                           THRU 3500-PRINT-EXCEPTION-EXIT.
006310     PERFORM 3600-PRINT-SUSPENSE THRU 3600-PRINT-SUSPENSE-EXIT.
006320     PERFORM 3700-PRINT-DOWNSTREAM
006330                           THRU 3700-PRINT-DOWNSTREAM-EXIT.
006340 3000-PRINT-ACCOUNT-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380* 3100-PRINT-PAGE-HEAD - NEW PAGE, TITLE, AND THE ACCOUNT NUMBER
006390*----------------------------------------------------------------*
006400 3100-PRINT-PAGE-HEAD.
006410     ADD 1 TO WS-PAGE-NO.
006420     MOVE WS-CURR-DATE TO WS-RPT-DATE.
006430     MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED.
006440     MOVE SPACE TO WS-PRT-LINE.
006450     STRING '1CCACTINQ ACCOUNT PIPELINE INQUIRY - '
006460            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
006470            WS-RPT-DATE-CC WS-RPT-DATE-YY
006480            '  PAGE ' WS-RPT-PAGE-ED
006490            DELIMITED BY SIZE INTO WS-PRT-LINE.
006500     WRITE INQ-LINE FROM WS-PRT-LINE.
006510     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
006520     MOVE WS-IQ-ACCT-NO (WS-IQ-IX) TO WS-RPT-ACCT-ED.
006530     MOVE SPACE TO WS-PRT-LINE.
006540     STRING ' ACCOUNT ' WS-RPT-ACCT-ED
006550            DELIMITED BY SIZE INTO WS-PRT-LINE.
006560     WRITE INQ-LINE FROM WS-PRT-LINE.
006570 3100-PRINT-PAGE-HEAD-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------------*
006610* 3200-PRINT-MASTER - ACCOUNT MASTER RECORD
006620*----------------------------------------------------------------*
006630 3200-PRINT-MASTER.
006640     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
006650     MOVE ' ACCOUNT MASTER' TO WS-PRT-LINE.
006660     WRITE INQ-LINE FROM WS-PRT-LINE.
006670     IF NOT WS-IQ-ON-MASTER (WS-IQ-IX)
006680         MOVE '     *** NOT ON THE ACCOUNT MASTER ***'
006690             TO WS-PRT-LINE
006700         WRITE INQ-LINE FROM WS-PRT-LINE
006710         GO TO 3200-PRINT-MASTER-EXIT
006720     END-IF.
006730     ADD 1 TO WS-MAST-FOUND.
006740     EVALUATE WS-IQ-STATUS (WS-IQ-IX)
006750         WHEN 'O'
006760             MOVE 'OPEN  ' TO WS-RPT-STATUS
006770         WHEN 'C'
006780             MOVE 'CLOSED' TO WS-RPT-STATUS
006790         WHEN OTHER
006800             MOVE WS-IQ-STATUS (WS-IQ-IX) TO WS-RPT-STATUS
006810     END-EVALUATE.
006820     MOVE SPACE TO WS-PRT-LINE.
006830     STRING '     NAME ' WS-IQ-CUST-NAME (WS-IQ-IX)
006840            DELIMITED BY SIZE INTO WS-PRT-LINE.
006850     WRITE INQ-LINE FROM WS-PRT-LINE.
006860     MOVE SPACE TO WS-PRT-LINE.
006870     STRING '     BRANCH ' WS-IQ-BRANCH-CD (WS-IQ-IX)
006880            '   OFFICER ' WS-IQ-OFFICER-CD (WS-IQ-IX)
006890            '   STATUS ' WS-RPT-STATUS
006900            DELIMITED BY SIZE INTO WS-PRT-LINE.
006910     WRITE INQ-LINE FROM WS-PRT-LINE.
006920 3200-PRINT-MASTER-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------*
006960* 3300-PRINT-HISTORY - LAST DATE THE ACCOUNT WENT OUT ON THE
006970*     EXTRACT
006980*----------------------------------------------------------------*
006990 3300-PRINT-HISTORY.
007000     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
007010     MOVE ' ELIGIBILITY HISTORY' TO WS-PRT-LINE.
007020     WRITE INQ-LINE FROM WS-PRT-LINE.
007030     IF WS-IQ-HIST-DATE (WS-IQ-IX) = ZERO
007040         MOVE '     NEVER EXTRACTED' TO WS-PRT-LINE
007050         WRITE INQ-LINE FROM WS-PRT-LINE
007060         GO TO 3300-PRINT-HISTORY-EXIT
007070     END-IF.
007080     MOVE WS-IQ-HIST-DATE (WS-IQ-IX) TO WS-RPT-DATE.
007090     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
007100     MOVE SPACE TO WS-PRT-LINE.
007110     STRING '     LAST EXTRACTED ' WS-RPT-DATE-ED
007120            DELIMITED BY SIZE INTO WS-PRT-LINE.
007130     WRITE INQ-LINE FROM WS-PRT-LINE.
007140 3300-PRINT-HISTORY-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180* 3400-PRINT-BAD-DATA - LATEST RECORD THE EDIT STEP REFUSED, WITH
007190*     THE FIELDS AS RECEIVED AND ITS ERROR CODES
007200*----------------------------------------------------------------*
007210 3400-PRINT-BAD-DATA.
007220     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
007230     MOVE ' LATEST BAD DATA ENTRY' TO WS-PRT-LINE.
007240     WRITE INQ-LINE FROM WS-PRT-LINE.
007250     IF WS-IQ-BAD-RUN-DT (WS-IQ-IX) = ZERO
007260         MOVE '     NONE ON FILE' TO WS-PRT-LINE
007270         WRITE INQ-LINE FROM WS-PRT-LINE
007280         GO TO 3400-PRINT-BAD-DATA-EXIT
007290     END-IF.
007300     MOVE WS-IQ-BAD-RUN-DT (WS-IQ-IX) TO WS-RPT-DATE.
007310     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
007320     MOVE SPACE TO WS-PRT-LINE.
007330     STRING '     RUN ' WS-RPT-DATE-ED
007340            '   VALUE ' WS-IQ-BAD-VALUE (WS-IQ-IX)
007350            '   CATEGORY ' WS-IQ-BAD-CAT (WS-IQ-IX)
007360            '   EFFECTIVE ' WS-IQ-BAD-EFF-DT (WS-IQ-IX)
007370            DELIMITED BY SIZE INTO WS-PRT-LINE.
007380     WRITE INQ-LINE FROM WS-PRT-LINE.
007390     MOVE SPACE TO WS-PRT-LINE.
007400     STRING '     ERRORS ' WS-IQ-BAD-ERR-CNT (WS-IQ-IX)
007410            '  ' WS-IQ-BAD-ERR-CD (WS-IQ-IX, 1)
007420            ' ' WS-IQ-BAD-ERR-CD (WS-IQ-IX, 2)
007430            ' ' WS-IQ-BAD-ERR-CD (WS-IQ-IX, 3)
007440            ' ' WS-IQ-BAD-ERR-CD (WS-IQ-IX, 4)
007450            DELIMITED BY SIZE INTO WS-PRT-LINE.
007460     WRITE INQ-LINE FROM WS-PRT-LINE.
007470 3400-PRINT-BAD-DATA-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------*
007510* 3500-PRINT-EXCEPTION - LATEST INELIGIBLE DISPOSITION
007520*----------------------------------------------------------------*
007530 3500-PRINT-EXCEPTION.
007540     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
007550     MOVE ' LATEST EXCEPTION ENTRY' TO WS-PRT-LINE.
007560     WRITE INQ-LINE FROM WS-PRT-LINE.
007570     IF WS-IQ-EXC-RUN-DT (WS-IQ-IX) = ZERO
007580         MOVE '     NONE ON FILE' TO WS-PRT-LINE
007590         WRITE INQ-LINE FROM WS-PRT-LINE
007600         GO TO 3500-PRINT-EXCEPTION-EXIT
007610     END-IF.
007620     MOVE WS-IQ-EXC-RUN-DT (WS-IQ-IX) TO WS-RPT-DATE.
007630     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
007640     MOVE WS-IQ-EXC-VALUE (WS-IQ-IX) TO WS-RPT-VALUE-ED.
007650     MOVE SPACE TO WS-PRT-LINE.
007660     STRING '     RUN ' WS-RPT-DATE-ED
007670            '   REASON ' WS-IQ-EXC-REASON (WS-IQ-IX)
007680            DELIMITED BY SIZE INTO WS-PRT-LINE.
007690     WRITE INQ-LINE FROM WS-PRT-LINE.
007700     MOVE WS-IQ-EXC-EFF-DT (WS-IQ-IX) TO WS-RPT-DATE.
007710     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
007720     MOVE SPACE TO WS-PRT-LINE.
007730     STRING '     VALUE ' WS-RPT-VALUE-ED
007740            '   CATEGORY ' WS-IQ-EXC-CAT (WS-IQ-IX)
007750            '   EFFECTIVE ' WS-RPT-DATE-ED
007760            DELIMITED BY SIZE INTO WS-PRT-LINE.
007770     WRITE INQ-LINE FROM WS-PRT-LINE.
007780 3500-PRINT-EXCEPTION-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------*
007820* 3600-PRINT-SUSPENSE - OPEN SUSPENSE ENTRY WAITING ON A
007830*     CORRECTION
007840*----------------------------------------------------------------*
007850 3600-PRINT-SUSPENSE.
007860     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
007870     MOVE ' SUSPENSE' TO WS-PRT-LINE.
007880     WRITE INQ-LINE FROM WS-PRT-LINE.
007890     IF WS-IQ-SUSP-COUNT (WS-IQ-IX) = ZERO
007900         MOVE '     NO OPEN SUSPENSE ENTRY' TO WS-PRT-LINE
007910         WRITE INQ-LINE FROM WS-PRT-LINE
007920         GO TO 3600-PRINT-SUSPENSE-EXIT
007930     END-IF.
007940     MOVE WS-IQ-SUSP-FIRST (WS-IQ-IX) TO WS-RPT-DATE.
007950     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
007960     MOVE WS-IQ-SUSP-CYCLES (WS-IQ-IX) TO WS-RPT-CYCLES-ED.
007970     MOVE SPACE TO WS-PRT-LINE.
007980     STRING '     REASON ' WS-IQ-SUSP-REASON (WS-IQ-IX)
007990            '   SUSPENDED ' WS-RPT-DATE-ED
008000            '   CYCLES ' WS-RPT-CYCLES-ED
008010            DELIMITED BY SIZE INTO WS-PRT-LINE.
008020     WRITE INQ-LINE FROM WS-PRT-LINE.
008030     MOVE WS-IQ-SUSP-EFF-DT (WS-IQ-IX) TO WS-RPT-DATE.
008040     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
008050     MOVE WS-IQ-SUSP-VALUE (WS-IQ-IX) TO WS-RPT-VALUE-ED.
008060     MOVE SPACE TO WS-PRT-LINE.
008070     STRING '     VALUE ' WS-RPT-VALUE-ED
008080            '   CATEGORY ' WS-IQ-SUSP-CAT (WS-IQ-IX)
008090            '   EFFECTIVE ' WS-RPT-DATE-ED
008100            DELIMITED BY SIZE INTO WS-PRT-LINE.
008110     WRITE INQ-LINE FROM WS-PRT-LINE.
008120     IF WS-IQ-SUSP-COUNT (WS-IQ-IX) > 1
008130         MOVE WS-IQ-SUSP-COUNT (WS-IQ-IX) TO WS-RPT-ENTRIES-ED
008140         MOVE SPACE TO WS-PRT-LINE
008150         STRING '     ' WS-RPT-ENTRIES-ED
008160                ' OPEN ENTRIES IN ALL - FIRST ONE SHOWN'
008170                DELIMITED BY SIZE INTO WS-PRT-LINE
008180         WRITE INQ-LINE FROM WS-PRT-LINE
008190     END-IF.
008200 3600-PRINT-SUSPENSE-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------*
008240* 3700-PRINT-DOWNSTREAM - ACKNOWLEDGMENT AGING, RETRANSMISSION,
008250*     AND DOWNSTREAM REJECTION
008260*----------------------------------------------------------------*
008270 3700-PRINT-DOWNSTREAM.
008280     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
008290     MOVE ' DOWNSTREAM ACKNOWLEDGMENT' TO WS-PRT-LINE.
008300     WRITE INQ-LINE FROM WS-PRT-LINE.
008310     IF WS-IQ-AGE-GRPS (WS-IQ-IX) = ZERO
008320         MOVE '     NOTHING AWAITING ACKNOWLEDGMENT'
008330             TO WS-PRT-LINE
008340         WRITE INQ-LINE FROM WS-PRT-LINE
008350         GO TO 3700-PRINT-REJECT
008360     END-IF.
008370     PERFORM 3710-PRINT-AGE-GROUP THRU 3710-PRINT-AGE-GROUP-EXIT
008380         VARYING WS-GRP-IX FROM 1 BY 1
008390         UNTIL WS-GRP-IX > WS-IQ-AGE-GRPS (WS-IQ-IX).
008400     IF WS-IQ-AGE-OTHER (WS-IQ-IX) > ZERO
008410         MOVE WS-IQ-AGE-OTHER (WS-IQ-IX) TO WS-RPT-ENTRIES-ED
008420         MOVE SPACE TO WS-PRT-LINE
008430         STRING '     ' WS-RPT-ENTRIES-ED
008440                ' MORE ITEMS AWAITING FOR FURTHER SUBSCRIBERS'
008450                DELIMITED BY SIZE INTO WS-PRT-LINE
008460         WRITE INQ-LINE FROM WS-PRT-LINE
008470     END-IF.
008630 3700-PRINT-REJECT.
008640     IF WS-IQ-DWN-DATE (WS-IQ-IX) = ZERO
008650         MOVE '     DOWNSTREAM REJECT NO' TO WS-PRT-LINE
008660         WRITE INQ-LINE FROM WS-PRT-LINE
008670         GO TO 3700-PRINT-DOWNSTREAM-EXIT
008680     END-IF.
008690     MOVE WS-IQ-DWN-DATE (WS-IQ-IX) TO WS-RPT-DATE.
008700     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
008710     MOVE SPACE TO WS-PRT-LINE.
008720     STRING '     DOWNSTREAM REJECT YES - ' WS-RPT-DATE-ED
008730            '   REASON ' WS-IQ-DWN-REASON (WS-IQ-IX)
008740            DELIMITED BY SIZE INTO WS-PRT-LINE.
008750     WRITE INQ-LINE FROM WS-PRT-LINE.
008760 3700-PRINT-DOWNSTREAM-EXIT.
008770     EXIT.
008771
008772*----------------------------------------------------------------*
008773* 3710-PRINT-AGE-GROUP - THE OLDEST ITEM AWAITING ACKNOWLEDGMENT
008774*     FROM ONE SUBSCRIBER, AND WHETHER IT HAS BEEN RETRANSMITTED
008775*     ON THAT SUBSCRIBER'S ALLOWANCE.  AN ITEM WITH NO SUBSCRIBER
008776*     ID PREDATES THE SUBSCRIBER TABLE.
008777*----------------------------------------------------------------*
008778 3710-PRINT-AGE-GROUP.
008779     MOVE WS-IQ-AGE-SUB-ID (WS-IQ-IX, WS-GRP-IX) TO WS-RPT-SUB-ID.
008780     IF WS-RPT-SUB-ID = SPACE
008781         MOVE '(NONE)' TO WS-RPT-SUB-ID
008782     END-IF.
008783     PERFORM 3720-FIND-ALLOWANCE THRU 3720-FIND-ALLOWANCE-EXIT.
008784     MOVE WS-IQ-AGE-SENT (WS-IQ-IX, WS-GRP-IX) TO WS-RPT-DATE.
008785     PERFORM 3950-EDIT-DATE      THRU 3950-EDIT-DATE-EXIT.
008786     MOVE WS-IQ-AGE-CYCLES (WS-IQ-IX, WS-GRP-IX)
008787                                 TO WS-RPT-CYCLES-ED.
008788     MOVE WS-IQ-AGE-VALUE (WS-IQ-IX, WS-GRP-IX)
008789                                 TO WS-RPT-VALUE-ED.
008790     MOVE SPACE TO WS-PRT-LINE.
008791     STRING '     ' WS-RPT-SUB-ID '  AWAITING ACK - SENT '
008792            WS-RPT-DATE-ED '  CYCLES ' WS-RPT-CYCLES-ED
008793            '  VALUE ' WS-RPT-VALUE-ED
008794            '  CAT ' WS-IQ-AGE-CAT (WS-IQ-IX, WS-GRP-IX)
008795            DELIMITED BY SIZE INTO WS-PRT-LINE.
008796     WRITE INQ-LINE FROM WS-PRT-LINE.
008797     MOVE WS-ESC-CYCLES TO WS-RPT-ALLOW-ED.
008798     MOVE SPACE TO WS-PRT-LINE.
008799     IF WS-IQ-AGE-CYCLES (WS-IQ-IX, WS-GRP-IX) NOT < WS-ESC-CYCLES
008800         STRING '     ' WS-RPT-SUB-ID
008801                '  RETRANSMITTED     YES - ESCALATED   ALLOWANCE '
008802                WS-RPT-ALLOW-ED
008803                DELIMITED BY SIZE INTO WS-PRT-LINE
008804     ELSE
008805         STRING '     ' WS-RPT-SUB-ID
008806                '  RETRANSMITTED     NO                ALLOWANCE '
008807                WS-RPT-ALLOW-ED
008808                DELIMITED BY SIZE INTO WS-PRT-LINE
008809     END-IF.
008810     WRITE INQ-LINE FROM WS-PRT-LINE.
008811     IF WS-IQ-AGE-COUNT (WS-IQ-IX, WS-GRP-IX) > 1
008812         MOVE WS-IQ-AGE-COUNT (WS-IQ-IX, WS-GRP-IX)
008813                                 TO WS-RPT-ENTRIES-ED
008814         MOVE SPACE TO WS-PRT-LINE
008815         STRING '     ' WS-RPT-SUB-ID '  ' WS-RPT-ENTRIES-ED
008816                ' ITEMS AWAITING IN ALL - OLDEST SHOWN'
008817                DELIMITED BY SIZE INTO WS-PRT-LINE
008818         WRITE INQ-LINE FROM WS-PRT-LINE
008819     END-IF.
008820 3710-PRINT-AGE-GROUP-EXIT.
008821     EXIT.
008822
008823*----------------------------------------------------------------*
008824* 3720-FIND-ALLOWANCE - THE GROUP'S SUBSCRIBER'S ESCALATION
008825*     ALLOWANCE, OR THE SHOP DEFAULT OF THREE WHEN THE SUBSCRIBER
008826*     IS NOT ON THE TABLE
008827*----------------------------------------------------------------*
008828 3720-FIND-ALLOWANCE.
008829     MOVE 3 TO WS-ESC-CYCLES.
008830     PERFORM 3730-COMPARE-SUBSCRIBER
008831                           THRU 3730-COMPARE-SUBSCRIBER-EXIT
008832         VARYING WS-SUB-IX FROM 1 BY 1
008833         UNTIL WS-SUB-IX > WS-SUB-COUNT.
008834 3720-FIND-ALLOWANCE-EXIT.
008835     EXIT.
008836
008837 3730-COMPARE-SUBSCRIBER.
008838     IF WS-SUB-ID (WS-SUB-IX) =
008839                        WS-IQ-AGE-SUB-ID (WS-IQ-IX, WS-GRP-IX)
008840         MOVE WS-SUB-ESC-CYCLES (WS-SUB-IX) TO WS-ESC-CYCLES
008841     END-IF.
008842 3730-COMPARE-SUBSCRIBER-EXIT.
008843     EXIT.
008844
008845*----------------------------------------------------------------*
008846* 3900-PRINT-BLANK - SPACER LINE
008847*----------------------------------------------------------------*
008848 3900-PRINT-BLANK.
008849     MOVE SPACE TO WS-PRT-LINE.
008850     WRITE INQ-LINE FROM WS-PRT-LINE.
008851 3900-PRINT-BLANK-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------*
008890* 3950-EDIT-DATE - EDIT WS-RPT-DATE AS MM/DD/CCYY INTO
008900*     WS-RPT-DATE-ED
008910*----------------------------------------------------------------*
008920 3950-EDIT-DATE.
008930     MOVE SPACE TO WS-RPT-DATE-ED.
008940     STRING WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
008950            WS-RPT-DATE-CC WS-RPT-DATE-YY
008960            DELIMITED BY SIZE INTO WS-RPT-DATE-ED.
008970 3950-EDIT-DATE-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------*
009010* 8000-FINALIZE - PRINT THE CONTROL COUNTS AND CLOSE THE REPORT
009020*----------------------------------------------------------------*
009030 8000-FINALIZE.
009040     PERFORM 8200-PRINT-SUMMARY  THRU 8200-PRINT-SUMMARY-EXIT.
009050     CLOSE INQRPT.
009060     IF WS-LIST-IGNORED > ZERO
009070         MOVE 4 TO RETURN-CODE
009080     END-IF.
009090 8000-FINALIZE-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------------*
009130* 8200-PRINT-SUMMARY - END-OF-RUN CONTROL COUNTS ON A PAGE OF
009140*     THEIR OWN
009150*----------------------------------------------------------------*
009160 8200-PRINT-SUMMARY.
009170     ADD 1 TO WS-PAGE-NO.
009180     MOVE WS-CURR-DATE TO WS-RPT-DATE.
009190     MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED.
009200     MOVE SPACE TO WS-PRT-LINE.
009210     STRING '1CCACTINQ ACCOUNT PIPELINE INQUIRY - '
009220            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
009230            WS-RPT-DATE-CC WS-RPT-DATE-YY
009240            '  PAGE ' WS-RPT-PAGE-ED
009250            DELIMITED BY SIZE INTO WS-PRT-LINE.
009260     WRITE INQ-LINE FROM WS-PRT-LINE.
009270     PERFORM 3900-PRINT-BLANK    THRU 3900-PRINT-BLANK-EXIT.
009280
009290     MOVE WS-LIST-READ TO WS-RPT-COUNT-ED.
009300     MOVE SPACE TO WS-PRT-LINE.
009310     STRING ' ACCOUNTS REQUESTED  . . . . . . ' WS-RPT-COUNT-ED
009320            DELIMITED BY SIZE INTO WS-PRT-LINE.
009330     WRITE INQ-LINE FROM WS-PRT-LINE.
009340
009350     MOVE WS-LIST-IGNORED TO WS-RPT-COUNT-ED.
009360     MOVE SPACE TO WS-PRT-LINE.
009370     STRING ' REQUESTS IGNORED  . . . . . . . ' WS-RPT-COUNT-ED
009380            DELIMITED BY SIZE INTO WS-PRT-LINE.
009390     WRITE INQ-LINE FROM WS-PRT-LINE.
009400
009410     MOVE WS-IQ-COUNT TO WS-RPT-COUNT-ED.
009420     MOVE SPACE TO WS-PRT-LINE.
009430     STRING ' ACCOUNTS PRINTED  . . . . . . . ' WS-RPT-COUNT-ED
009440            DELIMITED BY SIZE INTO WS-PRT-LINE.
009450     WRITE INQ-LINE FROM WS-PRT-LINE.
009460
009470     MOVE WS-MAST-FOUND TO WS-RPT-COUNT-ED.
009480     MOVE SPACE TO WS-PRT-LINE.
009490     STRING ' FOUND ON ACCOUNT MASTER . . . . ' WS-RPT-COUNT-ED
009500            DELIMITED BY SIZE INTO WS-PRT-LINE.
009510     WRITE INQ-LINE FROM WS-PRT-LINE.
009520 8200-PRINT-SUMMARY-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------------*
009560* 9999-EXIT - COMMON PROGRAM EXIT
009570*----------------------------------------------------------------*
009580 9999-EXIT.
009590     STOP RUN.
