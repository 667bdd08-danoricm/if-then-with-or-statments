000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCBMAINT.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  BATCH MAINTENANCE UTILITY
000230*                  FOR THE BRANCH/OFFICER REFERENCE FILE, IN THE
000240*                  STYLE OF CCAMAINT.  EACH BOTRANS TRANSACTION
000250*                  SELECTS A FUNCTION - ADD A BRANCH OR OFFICER
000260*                  CODE, CHANGE ITS NAME, CHANGE A BRANCH'S
000270*                  REGION, ASSIGN AN OFFICER TO A BRANCH, OR MARK
000280*                  A CODE INACTIVE OR ACTIVE AGAIN.  THE
000290*                  TRANSACTIONS ARRIVE SORTED BY TYPE AND CODE
000300*                  AND ARE MATCHED FORWARD AGAINST THE OLD FILE.
000310*                  EVERY BRANCH IS WRITTEN BEFORE ANY OFFICER, SO
000320*                  AN OFFICER'S BRANCH IS CHECKED AGAINST THE
000330*                  BRANCHES AS THIS RUN LEAVES THEM - IT MUST BE
000340*                  ON FILE AND ACTIVE.  EVERY CHANGE IS LOGGED TO
000350*                  BOAUDIT WITH ITS BEFORE AND AFTER VALUE AND THE
000360*                  OPERATOR.  A TRANSACTION IN ERROR IS REPORTED
000370*                  AND IGNORED, AND THE RUN ENDS WITH RC=4.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BOTRANS    ASSIGN TO BOTRANS
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT BOFFIN     ASSIGN TO BOFFIN
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT BOFFOUT    ASSIGN TO BOFFOUT
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT BOAUDIT    ASSIGN TO BOAUDIT
000490            ORGANIZATION IS SEQUENTIAL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BOTRANS
000540     RECORDING MODE IS F.
000550 COPY CCBOTRN.
000560
000570 FD  BOFFIN
000580     RECORDING MODE IS F.
000590 COPY CCBOFF.
000600
000610 FD  BOFFOUT
000620     RECORDING MODE IS F.
000630 01  BOFF-OUT-REC              PIC X(80).
000640
000650 FD  BOAUDIT
000660     RECORDING MODE IS F.
000670 COPY CCBOLOG.
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------*
000710* SWITCHES
000720*----------------------------------------------------------------*
000730 77  WS-TRN-EOF-SW          PIC X(01)   VALUE 'N'.
000740     88  WS-TRN-EOF                     VALUE 'Y'.
000750 77  WS-BOFF-EOF-SW         PIC X(01)   VALUE 'N'.
000760     88  WS-BOFF-EOF                    VALUE 'Y'.
000770 77  WS-HELD-SW             PIC X(01)   VALUE 'N'.
000780     88  WS-HELD                        VALUE 'Y'.
000790 77  WS-BRN-FOUND-SW        PIC X(01)   VALUE 'N'.
000800     88  WS-BRN-FOUND                   VALUE 'Y'.
000810
000820*----------------------------------------------------------------*
000830* RUN DATE/TIME FOR THE CHANGE LOG TIMESTAMP AND THE STATUS DATE
000840*----------------------------------------------------------------*
000850 77  WS-CURR-DATE           PIC 9(08).
000860 77  WS-TIME-RAW            PIC 9(08)   VALUE ZERO.
000870
000880*----------------------------------------------------------------*
000890* BEFORE/AFTER DISPLAY AREAS FOR THE CHANGE LOG
000900*----------------------------------------------------------------*
000910 77  WS-BEFORE-ED           PIC X(24)   VALUE SPACE.
000920 77  WS-AFTER-ED            PIC X(24)   VALUE SPACE.
000930
000940*----------------------------------------------------------------*
000950* LAST TRANSACTION KEY SEEN - THE TRANSACTIONS MUST ARRIVE IN TYPE
000960* AND CODE ORDER OR THE FORWARD MATCH AGAINST THE OLD FILE (AND
000970* THE ORDER OF THE NEW FILE) FALLS APART.
000980*----------------------------------------------------------------*
000990 77  WS-PREV-TRN-KEY        PIC X(05)   VALUE LOW-VALUES.
001000
001010*----------------------------------------------------------------*
001020* THE CODE CURRENTLY STAGED FOR MAINTENANCE.  STAGED HERE AND NOT
001030* IN THE BOFFIN RECORD AREA, WHICH STILL HOLDS THE NEXT
001040* UNPROCESSED CODE WHILE SEVERAL TRANSACTIONS IN A ROW WORK THE
001050* SAME ONE.  WRITTEN TO THE NEW FILE WHEN THE TRANSACTIONS MOVE
001060* PAST ITS KEY.
001070*----------------------------------------------------------------*
001080 01  WS-NEW-BOFF.
001090     05  WS-NEW-KEY.
001100         10  WS-NEW-TYPE        PIC X(01).
001110         10  WS-NEW-CODE        PIC X(04).
001120     05  WS-NEW-NAME            PIC X(24).
001130     05  WS-NEW-STATUS          PIC X(01).
001140         88  WS-NEW-IS-ACTIVE           VALUE 'A'.
001150     05  WS-NEW-REGION          PIC X(04).
001160     05  WS-NEW-OFF-BRANCH      PIC X(04).
001170     05  WS-NEW-STATUS-DATE     PIC 9(08).
001180     05  FILLER                 PIC X(34).
001190
001200*----------------------------------------------------------------*
001210* THE RECORD BEING WRITTEN TO THE NEW FILE - A BRANCH IS NOTED IN
001220* THE BRANCH TABLE AS IT GOES OUT.
001230*----------------------------------------------------------------*
001240 01  WS-OUT-BOFF.
001250     05  WS-OUT-TYPE            PIC X(01).
001260         88  WS-OUT-IS-BRANCH           VALUE 'B'.
001270     05  WS-OUT-CODE            PIC X(04).
001280     05  FILLER                 PIC X(24).
001290     05  WS-OUT-STATUS          PIC X(01).
001300     05  FILLER                 PIC X(50).
001310
001320*----------------------------------------------------------------*
001330* THE BRANCHES AS THIS RUN WRITES THEM TO THE NEW FILE, WITH THEIR
001340* STATUS.  THE FILE HOLDS EVERY BRANCH AHEAD OF EVERY OFFICER, SO
001350* THE TABLE IS COMPLETE BEFORE THE FIRST OFFICER CHANGE IS MADE.
001360*----------------------------------------------------------------*
001370 77  WS-BRN-MAX             PIC 9(04)   VALUE 500    COMP.
001380 77  WS-BRN-COUNT           PIC 9(04)   VALUE ZERO   COMP.
001390 77  WS-BRN-IX              PIC 9(04)   VALUE ZERO   COMP.
001400 77  WS-BRN-FOUND-IX        PIC 9(04)   VALUE ZERO   COMP.
001410 77  WS-BRN-CHK-CODE        PIC X(04)   VALUE SPACE.
001420 01  WS-BRN-TABLE.
001430     05  WS-BRN-ENTRY  OCCURS 500 TIMES.
001440         10  WS-BRN-CODE        PIC X(04).
001450         10  WS-BRN-STATUS      PIC X(01).
001460             88  WS-BRN-IS-ACTIVE       VALUE 'A'.
001470
001480*----------------------------------------------------------------*
001490* RUN CONTROL COUNTERS FOR THE END-OF-RUN SUMMARY
001500*----------------------------------------------------------------*
001510 77  WS-TRN-READ            PIC 9(07)   VALUE ZERO   COMP.
001520 77  WS-BOFF-IN-COUNT       PIC 9(07)   VALUE ZERO   COMP.
001530 77  WS-BOFF-OUT-COUNT      PIC 9(07)   VALUE ZERO   COMP.
001540 77  WS-ADD-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001550 77  WS-CHG-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001560 77  WS-ERR-COUNT           PIC 9(07)   VALUE ZERO   COMP.
001570
001580 PROCEDURE DIVISION.
001590*================================================================*
001600* 0000-MAINLINE
001610*================================================================*
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 2000-PROCESS-BOTRANS
001650                                 THRU 2000-PROCESS-BOTRANS-EXIT
001660         UNTIL WS-TRN-EOF.
001670     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
001680     GO TO 9999-EXIT.
001690
001700*----------------------------------------------------------------*
001710* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS
001720*----------------------------------------------------------------*
001730 1000-INITIALIZE.
001740     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001750     OPEN INPUT  BOTRANS.
001760     OPEN INPUT  BOFFIN.
001770     OPEN OUTPUT BOFFOUT.
001780     OPEN OUTPUT BOAUDIT.
001790     DISPLAY 'CCBMAINT - BRANCH/OFFICER REFERENCE MAINTENANCE'.
001800     PERFORM 2510-READ-BOFFIN    THRU 2510-READ-BOFFIN-EXIT.
001810     PERFORM 2100-READ-BOTRANS   THRU 2100-READ-BOTRANS-EXIT.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840
001850*----------------------------------------------------------------*
001860* 2000-PROCESS-BOTRANS - APPLY ONE MAINTENANCE TRANSACTION AND
001870*     READ THE NEXT ONE.
001880*----------------------------------------------------------------*
001890 2000-PROCESS-BOTRANS.
001900     PERFORM 2200-APPLY-TRANSACTION
001910                           THRU 2200-APPLY-TRANSACTION-EXIT.
001920     PERFORM 2100-READ-BOTRANS   THRU 2100-READ-BOTRANS-EXIT.
001930 2000-PROCESS-BOTRANS-EXIT.
001940     EXIT.
001950
001960*----------------------------------------------------------------*
001970* 2100-READ-BOTRANS - READ THE NEXT MAINTENANCE TRANSACTION
001980*----------------------------------------------------------------*
001990 2100-READ-BOTRANS.
002000     READ BOTRANS
002010         AT END
002020             MOVE 'Y' TO WS-TRN-EOF-SW
002030     END-READ.
002040     IF NOT WS-TRN-EOF
002050         ADD 1 TO WS-TRN-READ
002060     END-IF.
002070 2100-READ-BOTRANS-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------*
002110* 2200-APPLY-TRANSACTION - EDIT THE TRANSACTION KEY, FUNCTION, AND
002120*     OPERATOR, POSITION THE OLD FILE AT ITS CODE, AND ROUTE IT TO
002130*     THE PARAGRAPH THAT HANDLES ITS FUNCTION.
002140*----------------------------------------------------------------*
002150 2200-APPLY-TRANSACTION.
002160     IF NOT CC-BOTRN-IS-BRANCH AND NOT CC-BOTRN-IS-OFFICER
002170         DISPLAY 'CCBMAINT - TYPE ' CC-BOTRN-TYPE
002180                 ' NOT B OR O - IGNORED'
002190         ADD 1 TO WS-ERR-COUNT
002200         GO TO 2200-APPLY-TRANSACTION-EXIT
002210     END-IF.
002220     IF CC-BOTRN-CODE = SPACE
002230         DISPLAY 'CCBMAINT - CODE IS BLANK - IGNORED'
002240         ADD 1 TO WS-ERR-COUNT
002250         GO TO 2200-APPLY-TRANSACTION-EXIT
002260     END-IF.
002270     IF CC-BOTRN-KEY < WS-PREV-TRN-KEY
002280         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
002290                 ' OUT OF SEQUENCE - IGNORED'
002300         ADD 1 TO WS-ERR-COUNT
002310         GO TO 2200-APPLY-TRANSACTION-EXIT
002320     END-IF.
002330     MOVE CC-BOTRN-KEY TO WS-PREV-TRN-KEY.
002340     IF NOT CC-BOTRN-IS-ADD AND NOT CC-BOTRN-IS-NAME
002350             AND NOT CC-BOTRN-IS-REGION
002360             AND NOT CC-BOTRN-IS-ASSIGN
002370             AND NOT CC-BOTRN-IS-INACTIVATE
002380             AND NOT CC-BOTRN-IS-ACTIVATE
002390         DISPLAY 'CCBMAINT - UNKNOWN FUNCTION CODE - IGNORED'
002400         ADD 1 TO WS-ERR-COUNT
002410         GO TO 2200-APPLY-TRANSACTION-EXIT
002420     END-IF.
002430     IF CC-BOTRN-OPER-ID = SPACE
002440         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
002450                 ' NO OPERATOR ID - IGNORED'
002460         ADD 1 TO WS-ERR-COUNT
002470         GO TO 2200-APPLY-TRANSACTION-EXIT
002480     END-IF.
002490     PERFORM 2250-POSITION-BOFF  THRU 2250-POSITION-BOFF-EXIT.
002500     EVALUATE TRUE
002510         WHEN CC-BOTRN-IS-ADD
002520             PERFORM 3100-ADD-CODE
002530                           THRU 3100-ADD-CODE-EXIT
002540         WHEN CC-BOTRN-IS-NAME
002550             PERFORM 3200-CHANGE-NAME
002560                           THRU 3200-CHANGE-NAME-EXIT
002570         WHEN CC-BOTRN-IS-REGION
002580             PERFORM 3300-CHANGE-REGION
002590                           THRU 3300-CHANGE-REGION-EXIT
002600         WHEN CC-BOTRN-IS-ASSIGN
002610             PERFORM 3400-ASSIGN-BRANCH
002620                           THRU 3400-ASSIGN-BRANCH-EXIT
002630         WHEN CC-BOTRN-IS-INACTIVATE
002640             PERFORM 3500-INACTIVATE-CODE
002650                           THRU 3500-INACTIVATE-CODE-EXIT
002660         WHEN CC-BOTRN-IS-ACTIVATE
002670             PERFORM 3600-ACTIVATE-CODE
002680                           THRU 3600-ACTIVATE-CODE-EXIT
002690     END-EVALUATE.
002700 2200-APPLY-TRANSACTION-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740* 2250-POSITION-BOFF - RELEASE THE STAGED CODE ONCE THE
002750*     TRANSACTIONS HAVE MOVED PAST ITS KEY, COPY FORWARD EVERY
002760*     LOWER-KEYED CODE UNCHANGED, AND STAGE THE MATCHING CODE IF
002770*     ONE EXISTS.  BOTH FILES ARRIVE IN TYPE AND CODE ORDER, SO
002780*     THE OLD FILE IS ONLY EVER READ FORWARD.
002790*----------------------------------------------------------------*
002800 2250-POSITION-BOFF.
002810     IF WS-HELD AND WS-NEW-KEY < CC-BOTRN-KEY
002820         PERFORM 2260-WRITE-HELD-BOFF
002830                           THRU 2260-WRITE-HELD-BOFF-EXIT
002840     END-IF.
002850     PERFORM 2270-PASS-BOFF      THRU 2270-PASS-BOFF-EXIT
002860         UNTIL WS-BOFF-EOF
002870            OR CC-BOFF-KEY NOT < CC-BOTRN-KEY.
002880     IF NOT WS-BOFF-EOF AND NOT WS-HELD
002890             AND CC-BOFF-KEY = CC-BOTRN-KEY
002900         MOVE CC-BOFF-REC TO WS-NEW-BOFF
002910         MOVE 'Y' TO WS-HELD-SW
002920         PERFORM 2510-READ-BOFFIN
002930                           THRU 2510-READ-BOFFIN-EXIT
002940     END-IF.
002950 2250-POSITION-BOFF-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------*
002990* 2260-WRITE-HELD-BOFF - RELEASE THE STAGED CODE TO THE NEW FILE
003000*----------------------------------------------------------------*
003010 2260-WRITE-HELD-BOFF.
003020     MOVE WS-NEW-BOFF TO WS-OUT-BOFF.
003030     PERFORM 2280-WRITE-BOFF     THRU 2280-WRITE-BOFF-EXIT.
003040     MOVE 'N' TO WS-HELD-SW.
003050 2260-WRITE-HELD-BOFF-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090* 2270-PASS-BOFF - COPY ONE LOWER-KEYED CODE FORWARD UNCHANGED AND
003100*     READ THE NEXT ONE.
003110*----------------------------------------------------------------*
003120 2270-PASS-BOFF.
003130     MOVE CC-BOFF-REC TO WS-OUT-BOFF.
003140     PERFORM 2280-WRITE-BOFF     THRU 2280-WRITE-BOFF-EXIT.
003150     PERFORM 2510-READ-BOFFIN    THRU 2510-READ-BOFFIN-EXIT.
003160 2270-PASS-BOFF-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------*
003200* 2280-WRITE-BOFF - WRITE ONE CODE TO THE NEW FILE AND, FOR A
003210*     BRANCH, NOTE IT AND ITS STATUS IN THE BRANCH TABLE.
003220*----------------------------------------------------------------*
003230 2280-WRITE-BOFF.
003240     WRITE BOFF-OUT-REC FROM WS-OUT-BOFF.
003250     ADD 1 TO WS-BOFF-OUT-COUNT.
003260     IF NOT WS-OUT-IS-BRANCH
003270         GO TO 2280-WRITE-BOFF-EXIT
003280     END-IF.
003290     IF WS-BRN-COUNT NOT < WS-BRN-MAX
003300         DISPLAY 'CCBMAINT - BRANCHES EXCEED TABLE - ABORTING'
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     ADD 1 TO WS-BRN-COUNT.
003350     MOVE WS-OUT-CODE   TO WS-BRN-CODE (WS-BRN-COUNT).
003360     MOVE WS-OUT-STATUS TO WS-BRN-STATUS (WS-BRN-COUNT).
003370 2280-WRITE-BOFF-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------*
003410* 2510-READ-BOFFIN - READ THE NEXT OLD REFERENCE RECORD
003420*----------------------------------------------------------------*
003430 2510-READ-BOFFIN.
003440     READ BOFFIN
003450         AT END
003460             MOVE 'Y' TO WS-BOFF-EOF-SW
003470     END-READ.
003480     IF NOT WS-BOFF-EOF
003490         ADD 1 TO WS-BOFF-IN-COUNT
003500     END-IF.
003510 2510-READ-BOFFIN-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------*
003550* 3100-ADD-CODE - STAGE A NEW CODE, ACTIVE AS OF TODAY.  THE NAME
003560*     MUST BE GIVEN; A BRANCH NEEDS ITS REGION, AND AN OFFICER THE
003570*     BRANCH IT IS ASSIGNED TO, WHICH MUST BE ON FILE AND ACTIVE.
003580*     THE CODE MUST NOT BE ON FILE ALREADY.
003590*----------------------------------------------------------------*
003600 3100-ADD-CODE.
003610     IF WS-HELD
003620         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
003630                 ' ALREADY ON FILE - NOT ADDED'
003640         ADD 1 TO WS-ERR-COUNT
003650         GO TO 3100-ADD-CODE-EXIT
003660     END-IF.
003670     IF CC-BOTRN-NAME = SPACE
003680         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
003690                 ' NAME IS BLANK - NOT ADDED'
003700         ADD 1 TO WS-ERR-COUNT
003710         GO TO 3100-ADD-CODE-EXIT
003720     END-IF.
003730     IF CC-BOTRN-IS-BRANCH AND CC-BOTRN-REGION = SPACE
003740         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
003750                 ' REGION IS BLANK - NOT ADDED'
003760         ADD 1 TO WS-ERR-COUNT
003770         GO TO 3100-ADD-CODE-EXIT
003780     END-IF.
003790     IF CC-BOTRN-IS-OFFICER
003800         MOVE CC-BOTRN-OFF-BRANCH TO WS-BRN-CHK-CODE
003810         PERFORM 3700-CHECK-BRANCH THRU 3700-CHECK-BRANCH-EXIT
003820         IF NOT WS-BRN-FOUND
003830             DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
003840                     ' BRANCH ' CC-BOTRN-OFF-BRANCH
003850                     ' NOT ON FILE OR INACTIVE - NOT ADDED'
003860             ADD 1 TO WS-ERR-COUNT
003870             GO TO 3100-ADD-CODE-EXIT
003880         END-IF
003890     END-IF.
003900     MOVE SPACE TO WS-NEW-BOFF.
003910     MOVE CC-BOTRN-KEY       TO WS-NEW-KEY.
003920     MOVE CC-BOTRN-NAME      TO WS-NEW-NAME.
003930     MOVE 'A'                TO WS-NEW-STATUS.
003940     MOVE WS-CURR-DATE       TO WS-NEW-STATUS-DATE.
003950     IF CC-BOTRN-IS-BRANCH
003960         MOVE CC-BOTRN-REGION     TO WS-NEW-REGION
003970     ELSE
003980         MOVE CC-BOTRN-OFF-BRANCH TO WS-NEW-OFF-BRANCH
003990     END-IF.
004000     MOVE 'Y' TO WS-HELD-SW.
004010     ADD 1 TO WS-ADD-COUNT.
004020     MOVE SPACE TO WS-BEFORE-ED.
004030     MOVE CC-BOTRN-NAME TO WS-AFTER-ED.
004040     MOVE 'ADD ' TO CC-BOLOG-FUNCTION.
004050     PERFORM 3900-WRITE-LOG-ENTRY
004060                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004070 3100-ADD-CODE-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------*
004110* 3200-CHANGE-NAME - REPLACE THE NAME ON THE STAGED CODE
004120*----------------------------------------------------------------*
004130 3200-CHANGE-NAME.
004140     IF NOT WS-HELD
004150         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004160                 ' NOT ON FILE - NOT CHANGED'
004170         ADD 1 TO WS-ERR-COUNT
004180         GO TO 3200-CHANGE-NAME-EXIT
004190     END-IF.
004200     IF CC-BOTRN-NAME = SPACE
004210         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004220                 ' NEW NAME IS BLANK - NOT CHANGED'
004230         ADD 1 TO WS-ERR-COUNT
004240         GO TO 3200-CHANGE-NAME-EXIT
004250     END-IF.
004260     MOVE WS-NEW-NAME TO WS-BEFORE-ED.
004270     MOVE CC-BOTRN-NAME TO WS-NEW-NAME.
004280     MOVE WS-NEW-NAME TO WS-AFTER-ED.
004290     MOVE 'NAM ' TO CC-BOLOG-FUNCTION.
004300     ADD 1 TO WS-CHG-COUNT.
004310     PERFORM 3900-WRITE-LOG-ENTRY
004320                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004330 3200-CHANGE-NAME-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------*
004370* 3300-CHANGE-REGION - REPLACE THE REGION ON THE STAGED BRANCH
004380*----------------------------------------------------------------*
004390 3300-CHANGE-REGION.
004400     IF NOT CC-BOTRN-IS-BRANCH
004410         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004420                 ' REGION IS FOR A BRANCH - NOT CHANGED'
004430         ADD 1 TO WS-ERR-COUNT
004440         GO TO 3300-CHANGE-REGION-EXIT
004450     END-IF.
004460     IF NOT WS-HELD
004470         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004480                 ' NOT ON FILE - NOT CHANGED'
004490         ADD 1 TO WS-ERR-COUNT
004500         GO TO 3300-CHANGE-REGION-EXIT
004510     END-IF.
004520     IF CC-BOTRN-REGION = SPACE
004530         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004540                 ' NEW REGION IS BLANK - NOT CHANGED'
004550         ADD 1 TO WS-ERR-COUNT
004560         GO TO 3300-CHANGE-REGION-EXIT
004570     END-IF.
004580     MOVE WS-NEW-REGION TO WS-BEFORE-ED.
004590     MOVE CC-BOTRN-REGION TO WS-NEW-REGION.
004600     MOVE WS-NEW-REGION TO WS-AFTER-ED.
004610     MOVE 'RGN ' TO CC-BOLOG-FUNCTION.
004620     ADD 1 TO WS-CHG-COUNT.
004630     PERFORM 3900-WRITE-LOG-ENTRY
004640                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
004650 3300-CHANGE-REGION-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690* 3400-ASSIGN-BRANCH - MOVE THE STAGED OFFICER TO ANOTHER BRANCH,
004700*     WHICH MUST BE ON FILE AND ACTIVE.  THE OFFICER'S ACCOUNTS
004710*     ARE NOT MOVED - THAT IS A BULK TRANSFER THROUGH CCAMAINT.
004720*----------------------------------------------------------------*
004730 3400-ASSIGN-BRANCH.
004740     IF NOT CC-BOTRN-IS-OFFICER
004750         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004760                 ' ASSIGNMENT IS FOR AN OFFICER - NOT CHANGED'
004770         ADD 1 TO WS-ERR-COUNT
004780         GO TO 3400-ASSIGN-BRANCH-EXIT
004790     END-IF.
004800     IF NOT WS-HELD
004810         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004820                 ' NOT ON FILE - NOT CHANGED'
004830         ADD 1 TO WS-ERR-COUNT
004840         GO TO 3400-ASSIGN-BRANCH-EXIT
004850     END-IF.
004860     MOVE CC-BOTRN-OFF-BRANCH TO WS-BRN-CHK-CODE.
004870     PERFORM 3700-CHECK-BRANCH   THRU 3700-CHECK-BRANCH-EXIT.
004880     IF NOT WS-BRN-FOUND
004890         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
004900                 ' BRANCH ' CC-BOTRN-OFF-BRANCH
004910                 ' NOT ON FILE OR INACTIVE - NOT CHANGED'
004920         ADD 1 TO WS-ERR-COUNT
004930         GO TO 3400-ASSIGN-BRANCH-EXIT
004940     END-IF.
004950     MOVE WS-NEW-OFF-BRANCH TO WS-BEFORE-ED.
004960     MOVE CC-BOTRN-OFF-BRANCH TO WS-NEW-OFF-BRANCH.
004970     MOVE WS-NEW-OFF-BRANCH TO WS-AFTER-ED.
004980     MOVE 'ASG ' TO CC-BOLOG-FUNCTION.
004990     ADD 1 TO WS-CHG-COUNT.
005000     PERFORM 3900-WRITE-LOG-ENTRY
005010                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
005020 3400-ASSIGN-BRANCH-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------------*
005060* 3500-INACTIVATE-CODE - MARK THE STAGED CODE INACTIVE AS OF
005070*     TODAY.  ACCOUNTS STILL ASSIGNED TO IT SHOW ON THE ORPHAN
005080*     REPORT (CCORPHAN) UNTIL THEY ARE TRANSFERRED.
005090*----------------------------------------------------------------*
005100 3500-INACTIVATE-CODE.
005110     IF NOT WS-HELD
005120         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
005130                 ' NOT ON FILE - NOT CHANGED'
005140         ADD 1 TO WS-ERR-COUNT
005150         GO TO 3500-INACTIVATE-CODE-EXIT
005160     END-IF.
005170     IF NOT WS-NEW-IS-ACTIVE
005180         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
005190                 ' ALREADY INACTIVE - NOT CHANGED'
005200         ADD 1 TO WS-ERR-COUNT
005210         GO TO 3500-INACTIVATE-CODE-EXIT
005220     END-IF.
005230     MOVE WS-NEW-STATUS TO WS-BEFORE-ED.
005240     MOVE 'I' TO WS-NEW-STATUS.
005250     MOVE WS-CURR-DATE TO WS-NEW-STATUS-DATE.
005260     MOVE WS-NEW-STATUS TO WS-AFTER-ED.
005270     MOVE 'INA ' TO CC-BOLOG-FUNCTION.
005280     ADD 1 TO WS-CHG-COUNT.
005290     PERFORM 3900-WRITE-LOG-ENTRY
005300                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
005310 3500-INACTIVATE-CODE-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------*
005350* 3600-ACTIVATE-CODE - MARK THE STAGED CODE ACTIVE AGAIN AS OF
005360*     TODAY.  AN OFFICER'S BRANCH MUST ITSELF BE ACTIVE - ASSIGN
005370*     THE OFFICER TO AN ACTIVE BRANCH FIRST IF IT IS NOT.
005380*----------------------------------------------------------------*
005390 3600-ACTIVATE-CODE.
005400     IF NOT WS-HELD
005410         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
005420                 ' NOT ON FILE - NOT CHANGED'
005430         ADD 1 TO WS-ERR-COUNT
005440         GO TO 3600-ACTIVATE-CODE-EXIT
005450     END-IF.
005460     IF WS-NEW-IS-ACTIVE
005470         DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
005480                 ' ALREADY ACTIVE - NOT CHANGED'
005490         ADD 1 TO WS-ERR-COUNT
005500         GO TO 3600-ACTIVATE-CODE-EXIT
005510     END-IF.
005520     IF CC-BOTRN-IS-OFFICER
005530         MOVE WS-NEW-OFF-BRANCH TO WS-BRN-CHK-CODE
005540         PERFORM 3700-CHECK-BRANCH THRU 3700-CHECK-BRANCH-EXIT
005550         IF NOT WS-BRN-FOUND
005560             DISPLAY 'CCBMAINT - ' CC-BOTRN-KEY
005570                     ' BRANCH ' WS-NEW-OFF-BRANCH
005580                     ' NOT ON FILE OR INACTIVE - NOT CHANGED'
005590             ADD 1 TO WS-ERR-COUNT
005600             GO TO 3600-ACTIVATE-CODE-EXIT
005610         END-IF
005620     END-IF.
005630     MOVE WS-NEW-STATUS TO WS-BEFORE-ED.
005640     MOVE 'A' TO WS-NEW-STATUS.
005650     MOVE WS-CURR-DATE TO WS-NEW-STATUS-DATE.
005660     MOVE WS-NEW-STATUS TO WS-AFTER-ED.
005670     MOVE 'ACT ' TO CC-BOLOG-FUNCTION.
005680     ADD 1 TO WS-CHG-COUNT.
005690     PERFORM 3900-WRITE-LOG-ENTRY
005700                           THRU 3900-WRITE-LOG-ENTRY-EXIT.
005710 3600-ACTIVATE-CODE-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------*
005750* 3700-CHECK-BRANCH - LOOK UP WS-BRN-CHK-CODE IN THE BRANCH TABLE.
005760*     WS-BRN-FOUND IS SET ONLY FOR A BRANCH THAT IS ON FILE AND
005770*     ACTIVE.
005780*----------------------------------------------------------------*
005790 3700-CHECK-BRANCH.
005800     MOVE 'N' TO WS-BRN-FOUND-SW.
005810     MOVE ZERO TO WS-BRN-FOUND-IX.
005820     IF WS-BRN-CHK-CODE = SPACE
005830         GO TO 3700-CHECK-BRANCH-EXIT
005840     END-IF.
005850     PERFORM 3710-FIND-BRANCH    THRU 3710-FIND-BRANCH-EXIT
005860         VARYING WS-BRN-IX FROM 1 BY 1
005870         UNTIL WS-BRN-IX > WS-BRN-COUNT
005880            OR WS-BRN-FOUND-IX > ZERO.
005890     IF WS-BRN-FOUND-IX > ZERO
005900         IF WS-BRN-IS-ACTIVE (WS-BRN-FOUND-IX)
005910             MOVE 'Y' TO WS-BRN-FOUND-SW
005920         END-IF
005930     END-IF.
005940 3700-CHECK-BRANCH-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 3710-FIND-BRANCH - COMPARE ONE BRANCH TABLE ENTRY
005990*----------------------------------------------------------------*
006000 3710-FIND-BRANCH.
006010     IF WS-BRN-CHK-CODE = WS-BRN-CODE (WS-BRN-IX)
006020         MOVE WS-BRN-IX TO WS-BRN-FOUND-IX
006030     END-IF.
006040 3710-FIND-BRANCH-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------*
006080* 3900-WRITE-LOG-ENTRY - LOG THE BEFORE/AFTER VALUE OF THE CHANGE
006090*     AND THE OPERATOR WHO MADE IT
006100*----------------------------------------------------------------*
006110 3900-WRITE-LOG-ENTRY.
006120     MOVE CC-BOTRN-TYPE       TO CC-BOLOG-TYPE.
006130     MOVE CC-BOTRN-CODE       TO CC-BOLOG-CODE.
006140     MOVE WS-BEFORE-ED        TO CC-BOLOG-BEFORE.
006150     MOVE WS-AFTER-ED         TO CC-BOLOG-AFTER.
006160     MOVE CC-BOTRN-OPER-ID    TO CC-BOLOG-OPER-ID.
006170     ACCEPT WS-TIME-RAW FROM TIME.
006180     COMPUTE CC-BOLOG-TIMESTAMP =
006190             WS-CURR-DATE * 1000000 + WS-TIME-RAW / 100.
006200     WRITE CC-BOLOG-REC.
006210     DISPLAY 'CCBMAINT - ' CC-BOLOG-FUNCTION
006220             ' ' CC-BOLOG-TYPE ' ' CC-BOLOG-CODE
006230             ' FROM ' WS-BEFORE-ED ' TO ' WS-AFTER-ED
006240             ' BY ' CC-BOLOG-OPER-ID.
006250 3900-WRITE-LOG-ENTRY-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------*
006290* 8000-FINALIZE - RELEASE THE STAGED CODE, COPY THE REMAINING
006300*     CODES FORWARD, PRINT THE CONTROL COUNTS, AND CLOSE FILES.  A
006310*     RUN WITH ANY TRANSACTION IN ERROR ENDS WITH RC=4.
006320*----------------------------------------------------------------*
006330 8000-FINALIZE.
006340     IF WS-HELD
006350         PERFORM 2260-WRITE-HELD-BOFF
006360                           THRU 2260-WRITE-HELD-BOFF-EXIT
006370     END-IF.
006380     PERFORM 2270-PASS-BOFF      THRU 2270-PASS-BOFF-EXIT
006390         UNTIL WS-BOFF-EOF.
006400     DISPLAY 'CCBMAINT - TRANSACTIONS READ  . . ' WS-TRN-READ.
006410     DISPLAY 'CCBMAINT - CODES IN . . . . . . . '
006420             WS-BOFF-IN-COUNT.
006430     DISPLAY 'CCBMAINT - CODES OUT  . . . . . . '
006440             WS-BOFF-OUT-COUNT.
006450     DISPLAY 'CCBMAINT - CODES ADDED  . . . . . ' WS-ADD-COUNT.
006460     DISPLAY 'CCBMAINT - CODES CHANGED  . . . . ' WS-CHG-COUNT.
006470     DISPLAY 'CCBMAINT - TRANSACTIONS IN ERROR  ' WS-ERR-COUNT.
006480     CLOSE BOTRANS.
006490     CLOSE BOFFIN.
006500     CLOSE BOFFOUT.
006510     CLOSE BOAUDIT.
006520     IF WS-ERR-COUNT > ZERO
006530         MOVE 4 TO RETURN-CODE
006540     END-IF.
006550 8000-FINALIZE-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------*
006590* 9999-EXIT - COMMON PROGRAM EXIT
006600*----------------------------------------------------------------*
006610 9999-EXIT.
006620     STOP RUN.
