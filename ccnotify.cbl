000100*================================================================*
000110* IDENTIFICATION DIVISION.
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    CCNOTIFY.
000150 AUTHOR.        R KOVACH.
000160 INSTALLATION.  CONSUMER LENDING SYSTEMS - BATCH.
000170 DATE-WRITTEN.  10/15/2026.
000180 DATE-COMPILED.
000190*----------------------------------------------------------------*
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------*
000220* 10/15/2026  RMK  ORIGINAL PROGRAM.  CUSTOMER NOTICE LETTERS.
000230*                  RUN NIGHTLY AFTER THE DAILY ELIGIBILITY JOB.
000240*                  MATCHES THE DAY'S EXCEPTIONS AND EXTRACT
000250*                  DETAILS AGAINST THE NOTICES-SENT REGISTER BY
000260*                  ACCOUNT NUMBER (ALL THREE ARE IN ACCOUNT NUMBER
000270*                  ORDER) AND PRODUCES:
000280*                    - A DECLINE LETTER FOR EACH ACCOUNT REJECTED
000290*                      OUT-OF-RANGE, EXPIRED-DATE, BAD-CATEGORY,
000300*                      OR ACCT-CLOSED, GIVING THE REASON IN PLAIN
000310*                      LANGUAGE.  COMPLIANCE REQUIRES THIS NOTICE,
000320*                      SO IT GOES WHATEVER THE ACCOUNT'S NOTICE
000330*                      PREFERENCE.
000340*                    - A WELCOME LETTER FOR EACH ACCOUNT ON THE
000350*                      EXTRACT THAT IS NEWLY ELIGIBLE - ITS LAST
000360*                      NOTICE WAS A DECLINE, OR IT HAS NO NOTICE
000370*                      ON THE REGISTER AND HAD NEVER BEEN
000380*                      EXTRACTED BEFORE THIS RUN (THE PRIOR
000390*                      EXTRACT HISTORY GENERATION).  NOT SENT WHEN
000400*                      THE PREFERENCE IS 'N'.
000410*                  A LETTER FOR THE SAME ACCOUNT AND REASON IS NOT
000420*                  REPEATED WITHIN CC-PARM-NOTICE-DAYS BUSINESS
000430*                  DAYS OF THE LAST ONE (ZERO LEAVES THE CHECK
000440*                  OFF).  NAME, ADDRESS, AND PREFERENCE COME FROM
000450*                  THE ACCOUNT MASTER.  EVERY LETTER IS PRINTED,
000460*                  ONE TO A PAGE, ON LETTERS; THOSE GOING BY MAIL
000470*                  ARE ALSO WRITTEN TO THE MAIL-HOUSE FILE.  A
000480*                  BRANCH-DELIVERY LETTER, OR ONE WHOSE MASTER
000490*                  ADDRESS IS INCOMPLETE (HELD), IS PRINTED WITH A
000500*                  ROUTING LINE FOR THE BRANCH INSTEAD.  EACH
000510*                  LETTER IS ADDED TO THE NEW REGISTER GENERATION,
000520*                  AND A CONTROL REPORT LISTS EVERY LETTER AND
000530*                  EVERY NOTICE NOT SENT, WITH A CLOSING SUMMARY
000540*                  THAT PROVES THE REGISTER COPIED FORWARD.
000550*----------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PROCDATE   ASSIGN TO PROCDATE
000600            ORGANIZATION IS SEQUENTIAL.
000610     SELECT CALENDAR   ASSIGN TO CALENDAR
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT PARMFILE   ASSIGN TO PARMFILE
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT EXCFILE    ASSIGN TO EXCFILE
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT EXTFILE    ASSIGN TO EXTFILE
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT HISTPRI    ASSIGN TO HISTPRI
000700            ORGANIZATION IS SEQUENTIAL.
000710     SELECT ACCTMAST   ASSIGN TO ACCTMAST
000720            ORGANIZATION IS SEQUENTIAL.
000730     SELECT NOTEIN     ASSIGN TO NOTEIN
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT NOTEOUT    ASSIGN TO NOTEOUT
000760            ORGANIZATION IS SEQUENTIAL.
000770     SELECT LETTERS    ASSIGN TO LETTERS
000780            ORGANIZATION IS SEQUENTIAL.
000790     SELECT MAILFILE   ASSIGN TO MAILFILE
000800            ORGANIZATION IS SEQUENTIAL.
000810     SELECT NOTIRPT    ASSIGN TO NOTIRPT
000820            ORGANIZATION IS SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PROCDATE
000870     RECORDING MODE IS F.
000880 COPY CCPDT.
000890
000900 FD  CALENDAR
000910     RECORDING MODE IS F.
000920 COPY CCCAL.
000930
000940 FD  PARMFILE
000950     RECORDING MODE IS F.
000960 COPY CCPARM.
000970
000980 FD  EXCFILE
000990     RECORDING MODE IS F.
001000 COPY CCEXC.
001010
001020 FD  EXTFILE
001030     RECORDING MODE IS F.
001040 COPY CCEXT.
001050
001060 FD  HISTPRI
001070     RECORDING MODE IS F.
001080 COPY CCHIST.
001090
001100 FD  ACCTMAST
001110     RECORDING MODE IS F.
001120 COPY CCACCT.
001130
001140 FD  NOTEIN
001150     RECORDING MODE IS F.
001160 01  NOTE-IN-REC               PIC X(80).
001170
001180 FD  NOTEOUT
001190     RECORDING MODE IS F.
001200 COPY CCNOTE.
001210
001220 FD  LETTERS
001230     RECORDING MODE IS F.
001240 01  LTR-LINE                  PIC X(80).
001250
001260 FD  MAILFILE
001270     RECORDING MODE IS F.
001280 COPY CCMAIL.
001290
001300 FD  NOTIRPT
001310     RECORDING MODE IS F.
001320 01  RPT-LINE                  PIC X(80).
001330
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------*
001360* SWITCHES
001370*----------------------------------------------------------------*
001380 77  WS-EXC-EOF-SW          PIC X(01)   VALUE 'N'.
001390     88  WS-EXC-EOF                     VALUE 'Y'.
001400 77  WS-EXT-EOF-SW          PIC X(01)   VALUE 'N'.
001410     88  WS-EXT-EOF                     VALUE 'Y'.
001420 77  WS-REG-EOF-SW          PIC X(01)   VALUE 'N'.
001430     88  WS-REG-EOF                     VALUE 'Y'.
001440 77  WS-HIST-EOF-SW         PIC X(01)   VALUE 'N'.
001450     88  WS-HIST-EOF                    VALUE 'Y'.
001460 77  WS-MAST-EOF-SW         PIC X(01)   VALUE 'N'.
001470     88  WS-MAST-EOF                    VALUE 'Y'.
001480 77  WS-ON-MAST-SW          PIC X(01)   VALUE 'N'.
001490     88  WS-ON-MAST                     VALUE 'Y'.
001500 77  WS-ON-HIST-SW          PIC X(01)   VALUE 'N'.
001510     88  WS-ON-HIST                     VALUE 'Y'.
001520 77  WS-RSN-FOUND-SW        PIC X(01)   VALUE 'N'.
001530     88  WS-RSN-FOUND                   VALUE 'Y'.
001540 77  WS-REPEAT-SW           PIC X(01)   VALUE 'N'.
001550     88  WS-REPEAT                      VALUE 'Y'.
001560 77  WS-CAL-EOF-SW          PIC X(01)   VALUE 'N'.
001570     88  WS-CAL-EOF                     VALUE 'Y'.
001580 77  WS-CAL-TODAY-SW        PIC X(01)   VALUE 'N'.
001590     88  WS-CAL-TODAY-FOUND             VALUE 'Y'.
001600*----------------------------------------------------------------*
001610* RUN DATE - THE BUSINESS DATE FROM PROCDATE.  IT DATES THE
001620* LETTERS AND THE REGISTER ENTRIES.
001630*----------------------------------------------------------------*
001640 77  WS-CURR-DATE           PIC 9(08).
001650
001660*----------------------------------------------------------------*
001670* REPEAT WINDOW IN BUSINESS DAYS, FROM THE PARAMETER RECORD
001680*----------------------------------------------------------------*
001690 77  WS-NOTICE-DAYS         PIC 9(03)   VALUE ZERO.
001700
001710*----------------------------------------------------------------*
001720* SERIAL-DAY WORK AREAS (THE SAME CONVERSION THE ELIGIBILITY RUN
001730* USES) - A DATE'S SERIAL DAY INDEXES THE BUSINESS-DAY TABLE.
001740*----------------------------------------------------------------*
001750 77  WS-TODAY-SERIAL        PIC 9(08)   VALUE ZERO   COMP.
001760 77  WS-DTD-SERIAL          PIC 9(08)   VALUE ZERO   COMP.
001770 77  WS-DTD-QUOT            PIC 9(05)   VALUE ZERO   COMP.
001780 77  WS-DTD-REM-4           PIC 9(04)   VALUE ZERO   COMP.
001790 77  WS-DTD-REM-100         PIC 9(04)   VALUE ZERO   COMP.
001800 77  WS-DTD-REM-400         PIC 9(04)   VALUE ZERO   COMP.
001810 01  WS-DTD-DATE.
001820     05  WS-DTD-YEAR        PIC 9(04).
001830     05  WS-DTD-MM          PIC 9(02).
001840     05  WS-DTD-DD          PIC 9(02).
001850 01  WS-CUM-DAYS-LIST       PIC X(36)
001860         VALUE '000031059090120151181212243273304334'.
001870 01  WS-CUM-DAYS  REDEFINES WS-CUM-DAYS-LIST.
001880     05  WS-CUM-DAYS-MM  OCCURS 12 TIMES
001890                            PIC 9(03).
001900*----------------------------------------------------------------*
001910* BUSINESS-DAY TABLE - ONE SLOT PER CALENDAR DAY FOR THE TEN YEARS
001920* ENDING ON THE PROCESSING DATE, EACH HOLDING THE RUNNING COUNT OF
001930* BUSINESS DAYS ON THE SHOP CALENDAR UP TO AND INCLUDING THAT DAY.
001940* THE BUSINESS DAYS SINCE A DATE ARE TODAY'S COUNT LESS THAT
001950* DATE'S.  A DATE BEFORE THE TABLE IS TAKEN AS AT LEAST AS OLD AS
001960* EVERY BUSINESS DAY IN IT.
001970*----------------------------------------------------------------*
001980 01  WS-BDAY-TABLE.
001990     05  WS-BDAY-NO  OCCURS 3660 TIMES
002000                            PIC 9(07)   VALUE ZERO   COMP.
002010 77  WS-BDAY-MAX            PIC 9(05)   VALUE 3660   COMP.
002020 77  WS-BDAY-IX             PIC 9(05)   VALUE ZERO   COMP.
002030 77  WS-BDAY-BASE-SERIAL    PIC 9(08)   VALUE ZERO   COMP.
002040 77  WS-BDAY-RUN-COUNT      PIC 9(07)   VALUE ZERO   COMP.
002050 77  WS-BDAY-TODAY          PIC 9(07)   VALUE ZERO   COMP.
002060 77  WS-BDAY-DATE           PIC 9(08)   VALUE ZERO.
002070 77  WS-BDAY-DAYS           PIC 9(07)   VALUE ZERO   COMP.
002080*----------------------------------------------------------------*
002090* PRIOR REGISTER ENTRY.  SAME LAYOUT AS CC-NOTE-REC (CCNOTE) -
002100* READ INTO HERE SINCE THE NEW GENERATION IS BUILT IN CC-NOTE-REC.
002110*----------------------------------------------------------------*
002120 01  WS-REG-NOTE.
002130     05  WS-REG-ACCT-NO     PIC 9(07).
002140     05  WS-REG-SENT-DATE   PIC 9(08).
002150     05  WS-REG-TYPE        PIC X(01).
002160     05  WS-REG-REASON-CD   PIC X(12).
002170     05  FILLER             PIC X(52).
002180
002190*----------------------------------------------------------------*
002200* MATCH KEYS.  HELD AS CHARACTER SO AN EXHAUSTED FILE CAN TAKE
002210* HIGH-VALUES AND FALL BEHIND EVERY REAL ACCOUNT NUMBER.
002220*----------------------------------------------------------------*
002230 77  WS-EXC-KEY             PIC X(07)   VALUE SPACE.
002240 77  WS-EXT-KEY             PIC X(07)   VALUE SPACE.
002250 77  WS-REG-KEY             PIC X(07)   VALUE SPACE.
002260 01  WS-CUR-KEY             PIC X(07)   VALUE SPACE.
002270 01  WS-CUR-ACCT  REDEFINES WS-CUR-KEY
002280                            PIC 9(07).
002290
002300*----------------------------------------------------------------*
002310* NOTICE REASONS.  ROWS 1-4 ARE THE REJECT REASONS THAT TAKE A
002320* DECLINE LETTER, EACH WITH ITS SUMMARY LABEL AND THE TWO LINES OF
002330* PLAIN-LANGUAGE TEXT THE LETTER GIVES.  ROW 5 IS THE WELCOME
002340* LETTER, REGISTERED UNDER REASON 'ELIGIBLE'.  ANY OTHER REJECT
002350* REASON (NO-MASTER) TAKES NO LETTER.
002360*----------------------------------------------------------------*
002370 77  WS-RSN-MAX             PIC 9(02)   VALUE 5      COMP.
002380 77  WS-RSN-WELCOME         PIC 9(02)   VALUE 5      COMP.
002390 77  WS-RSN-IX              PIC 9(02)   VALUE ZERO   COMP.
002400 77  WS-RSN-FOUND-IX        PIC 9(02)   VALUE ZERO   COMP.
002410 77  WS-FIND-REASON         PIC X(12)   VALUE SPACE.
002420 01  WS-RSN-LIST.
002430     05  FILLER             PIC X(12)   VALUE 'OUT-OF-RANGE'.
002440     05  FILLER             PIC X(33)   VALUE
002450         'DECLINE - OUT-OF-RANGE . . . . . '.
002460     05  FILLER             PIC X(56)   VALUE
002470         'THE QUALIFYING VALUE ON YOUR ACCOUNT IS OUTSIDE THE'.
002480     05  FILLER             PIC X(56)   VALUE
002490         'RANGE THE PROGRAM ACCEPTS.'.
002500     05  FILLER             PIC X(12)   VALUE 'EXPIRED-DATE'.
002510     05  FILLER             PIC X(33)   VALUE
002520         'DECLINE - EXPIRED-DATE . . . . . '.
002530     05  FILLER             PIC X(56)   VALUE
002540         'THE TERMS ON YOUR ACCOUNT HAVE PASSED THEIR EXPIRY'.
002550     05  FILLER             PIC X(56)   VALUE
002560         'DATE.  IT CAN BE REVIEWED AGAIN ONCE THEY ARE RENEWED.'.
002570     05  FILLER             PIC X(12)   VALUE 'BAD-CATEGORY'.
002580     05  FILLER             PIC X(33)   VALUE
002590         'DECLINE - BAD-CATEGORY . . . . . '.
002600     05  FILLER             PIC X(56)   VALUE
002610         'YOUR ACCOUNT IS A TYPE OF PRODUCT THE PROGRAM DOES'.
002620     05  FILLER             PIC X(56)   VALUE
002630         'NOT COVER.'.
002640     05  FILLER             PIC X(12)   VALUE 'ACCT-CLOSED '.
002650     05  FILLER             PIC X(33)   VALUE
002660         'DECLINE - ACCT-CLOSED  . . . . . '.
002670     05  FILLER             PIC X(56)   VALUE
002680         'YOUR ACCOUNT IS CLOSED.  ONLY OPEN ACCOUNTS CAN TAKE'.
002690     05  FILLER             PIC X(56)   VALUE
002700         'PART IN THE PROGRAM.'.
002710     05  FILLER             PIC X(12)   VALUE 'ELIGIBLE    '.
002720     05  FILLER             PIC X(33)   VALUE
002730         'WELCOME LETTERS  . . . . . . . . '.
002740     05  FILLER             PIC X(56)   VALUE SPACE.
002750     05  FILLER             PIC X(56)   VALUE SPACE.
002760 01  WS-RSN-TABLE  REDEFINES WS-RSN-LIST.
002770     05  WS-RSN-ENTRY  OCCURS 5 TIMES.
002780         10  WS-RSN-CODE    PIC X(12).
002790         10  WS-RSN-LABEL   PIC X(33).
002800         10  WS-RSN-TEXT-1  PIC X(56).
002810         10  WS-RSN-TEXT-2  PIC X(56).
002820
002830*----------------------------------------------------------------*
002840* THE ACCOUNT IN HAND - THE TYPE OF ITS LATEST NOTICE (SPACE WHEN
002850* IT HAS NONE), AND PER REASON THE DATE OF THE LAST NOTICE AND
002860* WHETHER THIS RUN HAS ALREADY DEALT WITH IT
002870*----------------------------------------------------------------*
002880 77  WS-LAST-TYPE           PIC X(01)   VALUE SPACE.
002890 01  WS-ACCT-RSN-TABLE.
002900     05  WS-ACCT-RSN  OCCURS 5 TIMES.
002910         10  WS-RSN-LAST-DATE
002920                            PIC 9(08).
002930         10  WS-RSN-DONE    PIC X(01).
002940
002950*----------------------------------------------------------------*
002960* THE LETTER BEING ISSUED
002970*----------------------------------------------------------------*
002980 77  WS-LETTER-NO           PIC 9(07)   VALUE ZERO.
002990 77  WS-LTR-TYPE            PIC X(01)   VALUE SPACE.
003000 77  WS-LTR-REASON          PIC X(12)   VALUE SPACE.
003010 77  WS-LTR-CHANNEL         PIC X(01)   VALUE SPACE.
003020 77  WS-LTR-PTR             PIC 9(03)   VALUE ZERO   COMP.
003030 01  WS-LTR-TEXT            PIC X(80)   VALUE SPACE.
003040 01  WS-LTR-DATE-LINE       PIC X(30)   VALUE SPACE.
003050 01  WS-LTR-DAY-ED          PIC Z9.
003060 01  WS-LTR-ACCT-ED         PIC 9(07).
003070 01  WS-LTR-REF-NO          PIC 9(07).
003080 01  WS-MONTH-LIST.
003090     05  FILLER             PIC X(09)   VALUE 'JANUARY  '.
003100     05  FILLER             PIC X(09)   VALUE 'FEBRUARY '.
003110     05  FILLER             PIC X(09)   VALUE 'MARCH    '.
003120     05  FILLER             PIC X(09)   VALUE 'APRIL    '.
003130     05  FILLER             PIC X(09)   VALUE 'MAY      '.
003140     05  FILLER             PIC X(09)   VALUE 'JUNE     '.
003150     05  FILLER             PIC X(09)   VALUE 'JULY     '.
003160     05  FILLER             PIC X(09)   VALUE 'AUGUST   '.
003170     05  FILLER             PIC X(09)   VALUE 'SEPTEMBER'.
003180     05  FILLER             PIC X(09)   VALUE 'OCTOBER  '.
003190     05  FILLER             PIC X(09)   VALUE 'NOVEMBER '.
003200     05  FILLER             PIC X(09)   VALUE 'DECEMBER '.
003210 01  WS-MONTH-TABLE  REDEFINES WS-MONTH-LIST.
003220     05  WS-MONTH-NAME  OCCURS 12 TIMES
003230                            PIC X(09).
003240
003250*----------------------------------------------------------------*
003260* CONTROL REPORT LINE - THE ACTION TAKEN FOR ONE NOTICE
003270*----------------------------------------------------------------*
003280 77  WS-ACTION              PIC X(20)   VALUE SPACE.
003290 77  WS-PRT-NAME            PIC X(20)   VALUE SPACE.
003300 77  WS-PRT-BRANCH          PIC X(04)   VALUE SPACE.
003310 01  WS-RPT-LTR-ED          PIC ZZZZZZ9.
003320 01  WS-RPT-LTR-X           PIC X(07)   VALUE SPACE.
003330
003340*----------------------------------------------------------------*
003350* PAGE CONTROL - COLUMN 1 OF EVERY LINE IS CARRIAGE CONTROL
003360*----------------------------------------------------------------*
003370 77  WS-PAGE-LINES-MAX      PIC 9(02)   VALUE 55   COMP.
003380 77  WS-LINE-CNT            PIC 9(02)   VALUE ZERO COMP.
003390 77  WS-PAGE-NO             PIC 9(04)   VALUE ZERO COMP.
003400
003410*----------------------------------------------------------------*
003420* RUN COUNTERS
003430*----------------------------------------------------------------*
003440 77  WS-EXC-READ            PIC 9(07)   VALUE ZERO   COMP.
003450 77  WS-EXT-READ            PIC 9(07)   VALUE ZERO   COMP.
003460 77  WS-REG-IN-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003470 77  WS-REG-OUT-COUNT       PIC 9(07)   VALUE ZERO   COMP.
003480 77  WS-LETTER-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003490 77  WS-MAILED-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003500 77  WS-BRANCH-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003510 77  WS-HELD-COUNT          PIC 9(07)   VALUE ZERO   COMP.
003520 77  WS-REPEAT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003530 77  WS-DUP-COUNT           PIC 9(07)   VALUE ZERO   COMP.
003540 77  WS-NOLTR-COUNT         PIC 9(07)   VALUE ZERO   COMP.
003550 77  WS-NOMAST-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003560 77  WS-OPTOUT-COUNT        PIC 9(07)   VALUE ZERO   COMP.
003570 77  WS-WELCOMED-COUNT      PIC 9(07)   VALUE ZERO   COMP.
003580 77  WS-KNOWN-COUNT         PIC 9(07)   VALUE ZERO   COMP.
003590 77  WS-MAIL-HASH           PIC 9(15)   VALUE ZERO.
003600 01  WS-RSN-LETTERS.
003610     05  WS-RSN-LTR-COUNT  OCCURS 5 TIMES
003620                            PIC 9(07)   COMP.
003630
003640*----------------------------------------------------------------*
003650* REPORT LINE WORK AREAS
003660*----------------------------------------------------------------*
003670 01  WS-RPT-DATE.
003680     05  WS-RPT-DATE-CC     PIC 9(02).
003690     05  WS-RPT-DATE-YY     PIC 9(02).
003700     05  WS-RPT-DATE-MM     PIC 9(02).
003710     05  WS-RPT-DATE-DD     PIC 9(02).
003720 01  WS-RPT-PAGE-ED         PIC ZZZ9.
003730 01  WS-RPT-COUNT-ED        PIC Z,ZZZ,ZZ9.
003740 01  WS-PRT-LINE            PIC X(80)   VALUE SPACE.
003750 01  WS-SUM-LABEL           PIC X(33)   VALUE SPACE.
003760 PROCEDURE DIVISION.
003770*================================================================*
003780* 0000-MAINLINE - ONE MATCHED PASS OF THE EXCEPTIONS, THE EXTRACT,
003790*     AND THE REGISTER, ONE ACCOUNT AT A TIME, THEN THE SUMMARY.
003800*================================================================*
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE     THRU 1000-INITIALIZE-EXIT.
003830     PERFORM 2000-PROCESS-ACCOUNT
003840                                 THRU 2000-PROCESS-ACCOUNT-EXIT
003850         UNTIL WS-EXC-EOF AND WS-EXT-EOF AND WS-REG-EOF.
003860     PERFORM 7000-PRINT-SUMMARY  THRU 7000-PRINT-SUMMARY-EXIT.
003870     PERFORM 8000-FINALIZE       THRU 8000-FINALIZE-EXIT.
003880     GO TO 9999-EXIT.
003890
003900*----------------------------------------------------------------*
003910* 1000-INITIALIZE - TAKE THE PROCESSING DATE, LOAD THE SHOP
003920*     CALENDAR AND THE REPEAT WINDOW, OPEN FILES, START THE
003930*     MAIL-HOUSE FILE AND THE REPORT, AND PRIME THE READS.
003940*----------------------------------------------------------------*
003950 1000-INITIALIZE.
003960     PERFORM 1020-READ-PROC-DATE THRU 1020-READ-PROC-DATE-EXIT.
003970     PERFORM 1030-LOAD-CALENDAR  THRU 1030-LOAD-CALENDAR-EXIT.
003980     PERFORM 1040-READ-PARM      THRU 1040-READ-PARM-EXIT.
003990     OPEN INPUT  EXCFILE.
004000     OPEN INPUT  EXTFILE.
004010     OPEN INPUT  HISTPRI.
004020     OPEN INPUT  ACCTMAST.
004030     OPEN INPUT  NOTEIN.
004040     OPEN OUTPUT NOTEOUT.
004050     OPEN OUTPUT LETTERS.
004060     OPEN OUTPUT MAILFILE.
004070     OPEN OUTPUT NOTIRPT.
004080     PERFORM 1100-CLEAR-RSN-COUNT
004090                                 THRU 1100-CLEAR-RSN-COUNT-EXIT
004100         VARYING WS-RSN-IX FROM 1 BY 1
004110         UNTIL WS-RSN-IX > WS-RSN-MAX.
004120     MOVE SPACE TO CC-MAIL-REC.
004130     MOVE 'H' TO CC-MAIL-REC-TYPE.
004140     MOVE 'CCNOTIFY' TO CC-MAIL-HDR-SOURCE.
004150     MOVE WS-CURR-DATE TO CC-MAIL-HDR-BUS-DATE.
004160     WRITE CC-MAIL-REC.
004170     PERFORM 5030-PRINT-PAGE-HEAD
004180                                 THRU 5030-PRINT-PAGE-HEAD-EXIT.
004190     PERFORM 2510-READ-EXCFILE   THRU 2510-READ-EXCFILE-EXIT.
004200     PERFORM 2520-READ-EXTFILE   THRU 2520-READ-EXTFILE-EXIT.
004210     PERFORM 2530-READ-NOTEIN    THRU 2530-READ-NOTEIN-EXIT.
004220     PERFORM 3910-READ-ACCTMAST  THRU 3910-READ-ACCTMAST-EXIT.
004230     PERFORM 3960-READ-HISTPRI   THRU 3960-READ-HISTPRI-EXIT.
004240 1000-INITIALIZE-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------------*
004280* 1020-READ-PROC-DATE - THE RUN DATE IS THE BUSINESS DATE ON THE
004290*     PROCESSING-DATE CONTROL RECORD, NOT THE SYSTEM CLOCK, SO A
004300*     RERUN AFTER MIDNIGHT STILL STAMPS THE DAY BEING PROCESSED.
004310*----------------------------------------------------------------*
004320 1020-READ-PROC-DATE.
004330     OPEN INPUT  PROCDATE.
004340     READ PROCDATE
004350         AT END
004360             DISPLAY 'CCNOTIFY - PROCDATE IS EMPTY - ABORT'
004370             MOVE 16 TO RETURN-CODE
004380             STOP RUN
004390     END-READ.
004400     CLOSE PROCDATE.
004410     MOVE CC-PDT-BUS-DATE TO WS-CURR-DATE.
004420 1020-READ-PROC-DATE-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------*
004460* 1030-LOAD-CALENDAR - FILL THE BUSINESS-DAY TABLE FROM THE SHOP
004470*     CALENDAR, WHICH RUNS IN DATE ORDER, UP TO THE PROCESSING
004480*     DATE.  THE PROCESSING DATE MUST BE ON IT.
004490*----------------------------------------------------------------*
004500 1030-LOAD-CALENDAR.
004510     MOVE WS-CURR-DATE TO WS-DTD-DATE.
004520     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
004530     MOVE WS-DTD-SERIAL TO WS-TODAY-SERIAL.
004540     COMPUTE WS-BDAY-BASE-SERIAL =
004550         WS-TODAY-SERIAL - WS-BDAY-MAX + 1.
004560     OPEN INPUT  CALENDAR.
004570     PERFORM 1031-TAKE-CALENDAR-DAY
004580                   THRU 1031-TAKE-CALENDAR-DAY-EXIT
004590         UNTIL WS-CAL-EOF.
004600     CLOSE CALENDAR.
004610     IF NOT WS-CAL-TODAY-FOUND
004620         DISPLAY 'CCNOTIFY - PROCESSING DATE NOT ON CALENDAR '
004630                 '- ABORT'
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 1030-LOAD-CALENDAR-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------*
004710* 1031-TAKE-CALENDAR-DAY - POST ONE CALENDAR DAY'S RUNNING
004720*     BUSINESS-DAY COUNT.  DAYS BEFORE THE TABLE ARE PASSED OVER
004730*     AND THE READ STOPS AFTER THE PROCESSING DATE.
004740*----------------------------------------------------------------*
004750 1031-TAKE-CALENDAR-DAY.
004760     READ CALENDAR
004770         AT END
004780             MOVE 'Y' TO WS-CAL-EOF-SW
004790     END-READ.
004800     IF WS-CAL-EOF
004810         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
004820     END-IF.
004830     IF CC-CAL-DATE > WS-CURR-DATE
004840         MOVE 'Y' TO WS-CAL-EOF-SW
004850         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
004860     END-IF.
004870     MOVE CC-CAL-DATE TO WS-DTD-DATE.
004880     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
004890     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
004900         GO TO 1031-TAKE-CALENDAR-DAY-EXIT
004910     END-IF.
004920     IF CC-CAL-BUS-DAY
004930         ADD 1 TO WS-BDAY-RUN-COUNT
004940     END-IF.
004950     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
004960     MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-NO (WS-BDAY-IX).
004970     IF CC-CAL-DATE = WS-CURR-DATE
004980         MOVE WS-BDAY-RUN-COUNT TO WS-BDAY-TODAY
004990         MOVE 'Y' TO WS-CAL-TODAY-SW
005000     END-IF.
005010 1031-TAKE-CALENDAR-DAY-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------*
005050* 1040-READ-PARM - THE REPEAT WINDOW FROM THE BASE PARAMETER
005060*     RECORD.  SPACES ON A RECORD WRITTEN BEFORE THE FIELD EXISTED
005070*     COUNT AS ZERO.
005080*----------------------------------------------------------------*
005090 1040-READ-PARM.
005100     OPEN INPUT  PARMFILE.
005110     READ PARMFILE
005120         AT END
005130             DISPLAY 'CCNOTIFY - PARMFILE IS EMPTY - ABORT'
005140             MOVE 16 TO RETURN-CODE
005150             STOP RUN
005160     END-READ.
005170     IF CC-PARM-NOTICE-DAYS NOT NUMERIC
005180         MOVE ZERO TO CC-PARM-NOTICE-DAYS
005190     END-IF.
005200     MOVE CC-PARM-NOTICE-DAYS TO WS-NOTICE-DAYS.
005210     CLOSE PARMFILE.
005220 1040-READ-PARM-EXIT.
005230     EXIT.
005240
005250 1100-CLEAR-RSN-COUNT.
005260     MOVE ZERO TO WS-RSN-LTR-COUNT (WS-RSN-IX).
005270 1100-CLEAR-RSN-COUNT-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------*
005310* 2000-PROCESS-ACCOUNT - TAKE THE LOWEST ACCOUNT NUMBER WAITING ON
005320*     ANY OF THE THREE FILES.  COPY ITS REGISTER ENTRIES FORWARD
005330*     (NOTING WHAT WAS SENT BEFORE), THEN DEAL WITH TODAY'S
005340*     EXCEPTIONS AND EXTRACT DETAILS FOR IT.
005350*----------------------------------------------------------------*
005360 2000-PROCESS-ACCOUNT.
005370     MOVE WS-EXC-KEY TO WS-CUR-KEY.
005380     IF WS-EXT-KEY < WS-CUR-KEY
005390         MOVE WS-EXT-KEY TO WS-CUR-KEY
005400     END-IF.
005410     IF WS-REG-KEY < WS-CUR-KEY
005420         MOVE WS-REG-KEY TO WS-CUR-KEY
005430     END-IF.
005440     MOVE SPACE TO WS-LAST-TYPE.
005450     PERFORM 2100-CLEAR-ACCT-RSN THRU 2100-CLEAR-ACCT-RSN-EXIT
005460         VARYING WS-RSN-IX FROM 1 BY 1
005470         UNTIL WS-RSN-IX > WS-RSN-MAX.
005480     PERFORM 2200-COPY-REGISTER  THRU 2200-COPY-REGISTER-EXIT
005490         UNTIL WS-REG-KEY NOT = WS-CUR-KEY.
005500     PERFORM 3000-DECLINE-NOTICE THRU 3000-DECLINE-NOTICE-EXIT
005510         UNTIL WS-EXC-KEY NOT = WS-CUR-KEY.
005520     PERFORM 4000-WELCOME-NOTICE THRU 4000-WELCOME-NOTICE-EXIT
005530         UNTIL WS-EXT-KEY NOT = WS-CUR-KEY.
005540 2000-PROCESS-ACCOUNT-EXIT.
005550     EXIT.
005560
005570 2100-CLEAR-ACCT-RSN.
005580     MOVE ZERO TO WS-RSN-LAST-DATE (WS-RSN-IX).
005590     MOVE 'N'  TO WS-RSN-DONE (WS-RSN-IX).
005600 2100-CLEAR-ACCT-RSN-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640* 2200-COPY-REGISTER - COPY ONE REGISTER ENTRY OF THE ACCOUNT TO
005650*     THE NEW GENERATION.  ENTRIES RUN OLDEST FIRST, SO THE LAST
005660*     ONE SEEN GIVES THE LATEST NOTICE TYPE AND EACH REASON'S LAST
005670*     SENT DATE.
005680*----------------------------------------------------------------*
005690 2200-COPY-REGISTER.
005700     WRITE CC-NOTE-REC FROM WS-REG-NOTE.
005710     ADD 1 TO WS-REG-OUT-COUNT.
005720     MOVE WS-REG-TYPE TO WS-LAST-TYPE.
005730     MOVE WS-REG-REASON-CD TO WS-FIND-REASON.
005740     PERFORM 2700-FIND-REASON    THRU 2700-FIND-REASON-EXIT.
005750     IF WS-RSN-FOUND
005760         MOVE WS-REG-SENT-DATE
005770                             TO WS-RSN-LAST-DATE (WS-RSN-FOUND-IX)
005780     END-IF.
005790     PERFORM 2530-READ-NOTEIN    THRU 2530-READ-NOTEIN-EXIT.
005800 2200-COPY-REGISTER-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840* 2510-READ-EXCFILE - READ THE NEXT EXCEPTION OF THE DAY
005850*----------------------------------------------------------------*
005860 2510-READ-EXCFILE.
005870     READ EXCFILE
005880         AT END
005890             MOVE 'Y' TO WS-EXC-EOF-SW
005900     END-READ.
005910     IF WS-EXC-EOF
005920         MOVE HIGH-VALUES TO WS-EXC-KEY
005930     ELSE
005940         ADD 1 TO WS-EXC-READ
005950         MOVE CC-EXC-ACCT-NO TO WS-EXC-KEY
005960     END-IF.
005970 2510-READ-EXCFILE-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------*
006010* 2520-READ-EXTFILE - READ THE NEXT EXTRACT DETAIL, PASSING OVER
006020*     THE HEADER AND TRAILER
006030*----------------------------------------------------------------*
006040 2520-READ-EXTFILE.
006050     PERFORM 2525-READ-EXT-RECORD
006060                                 THRU 2525-READ-EXT-RECORD-EXIT.
006070     PERFORM 2525-READ-EXT-RECORD
006080                                 THRU 2525-READ-EXT-RECORD-EXIT
006090         UNTIL WS-EXT-EOF OR CC-EXT-IS-DETAIL.
006100     IF WS-EXT-EOF
006110         MOVE HIGH-VALUES TO WS-EXT-KEY
006120     ELSE
006130         ADD 1 TO WS-EXT-READ
006140         MOVE CC-EXT-DET-ACCT-NO TO WS-EXT-KEY
006150     END-IF.
006160 2520-READ-EXTFILE-EXIT.
006170     EXIT.
006180
006190 2525-READ-EXT-RECORD.
006200     READ EXTFILE
006210         AT END
006220             MOVE 'Y' TO WS-EXT-EOF-SW
006230     END-READ.
006240 2525-READ-EXT-RECORD-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------*
006280* 2530-READ-NOTEIN - READ THE NEXT ENTRY OF THE PRIOR REGISTER
006290*----------------------------------------------------------------*
006300 2530-READ-NOTEIN.
006310     READ NOTEIN INTO WS-REG-NOTE
006320         AT END
006330             MOVE 'Y' TO WS-REG-EOF-SW
006340     END-READ.
006350     IF WS-REG-EOF
006360         MOVE HIGH-VALUES TO WS-REG-KEY
006370     ELSE
006380         ADD 1 TO WS-REG-IN-COUNT
006390         MOVE WS-REG-ACCT-NO TO WS-REG-KEY
006400     END-IF.
006410 2530-READ-NOTEIN-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------*
006450* 2620-DATE-TO-SERIAL - TURN WS-DTD-DATE INTO A SERIAL DAY COUNT.
006460*     YEARS CONTRIBUTE 365 DAYS PLUS ONE PER LEAP YEAR PASSED;
006470*     THE CUMULATIVE TABLE ADDS THE DAYS OF THE FINISHED MONTHS,
006480*     AND THE CURRENT YEAR'S LEAP DAY IS BACKED OFF WHEN THE DATE
006490*     SITS BEFORE MARCH 1.
006500*----------------------------------------------------------------*
006510 2620-DATE-TO-SERIAL.
006520     COMPUTE WS-DTD-SERIAL =
006530         WS-DTD-YEAR * 365 + WS-DTD-DD
006540             + WS-CUM-DAYS-MM (WS-DTD-MM).
006550     DIVIDE WS-DTD-YEAR BY 4
006560         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-4.
006570     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
006580     DIVIDE WS-DTD-YEAR BY 100
006590         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-100.
006600     SUBTRACT WS-DTD-QUOT FROM WS-DTD-SERIAL.
006610     DIVIDE WS-DTD-YEAR BY 400
006620         GIVING WS-DTD-QUOT REMAINDER WS-DTD-REM-400.
006630     ADD WS-DTD-QUOT TO WS-DTD-SERIAL.
006640     IF WS-DTD-MM < 3
006650         IF (WS-DTD-REM-4 = ZERO AND WS-DTD-REM-100 NOT = ZERO)
006660                 OR WS-DTD-REM-400 = ZERO
006670             SUBTRACT 1 FROM WS-DTD-SERIAL
006680         END-IF
006690     END-IF.
006700 2620-DATE-TO-SERIAL-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------*
006740* 2630-COUNT-BUS-DAYS - BUSINESS DAYS FROM WS-BDAY-DATE TO THE
006750*     PROCESSING DATE, INTO WS-BDAY-DAYS.  THE DATE ITSELF IS NOT
006760*     COUNTED, SO TODAY IS ZERO AND THE PRIOR BUSINESS DAY IS ONE
006770*     WHATEVER WEEKEND OR HOLIDAY LIES BETWEEN.
006780*----------------------------------------------------------------*
006790 2630-COUNT-BUS-DAYS.
006800     MOVE WS-BDAY-DATE TO WS-DTD-DATE.
006810     PERFORM 2620-DATE-TO-SERIAL THRU 2620-DATE-TO-SERIAL-EXIT.
006820     IF WS-DTD-SERIAL NOT < WS-TODAY-SERIAL
006830         MOVE ZERO TO WS-BDAY-DAYS
006840         GO TO 2630-COUNT-BUS-DAYS-EXIT
006850     END-IF.
006860     IF WS-DTD-SERIAL < WS-BDAY-BASE-SERIAL
006870         MOVE WS-BDAY-TODAY TO WS-BDAY-DAYS
006880         GO TO 2630-COUNT-BUS-DAYS-EXIT
006890     END-IF.
006900     COMPUTE WS-BDAY-IX = WS-DTD-SERIAL - WS-BDAY-BASE-SERIAL + 1.
006910     COMPUTE WS-BDAY-DAYS =
006920         WS-BDAY-TODAY - WS-BDAY-NO (WS-BDAY-IX).
006930 2630-COUNT-BUS-DAYS-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------*
006970* 2700-FIND-REASON - LOCATE WS-FIND-REASON IN THE NOTICE REASON
006980*     TABLE
006990*----------------------------------------------------------------*
007000 2700-FIND-REASON.
007010     MOVE 'N' TO WS-RSN-FOUND-SW.
007020     MOVE ZERO TO WS-RSN-FOUND-IX.
007030     PERFORM 2710-TEST-REASON    THRU 2710-TEST-REASON-EXIT
007040         VARYING WS-RSN-IX FROM 1 BY 1
007050         UNTIL WS-RSN-IX > WS-RSN-MAX
007060            OR WS-RSN-FOUND.
007070 2700-FIND-REASON-EXIT.
007080     EXIT.
007090
007100 2710-TEST-REASON.
007110     IF WS-RSN-CODE (WS-RSN-IX) = WS-FIND-REASON
007120         MOVE 'Y' TO WS-RSN-FOUND-SW
007130         MOVE WS-RSN-IX TO WS-RSN-FOUND-IX
007140     END-IF.
007150 2710-TEST-REASON-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------*
007190* 3000-DECLINE-NOTICE - DEAL WITH ONE EXCEPTION OF THE ACCOUNT AND
007200*     READ THE NEXT
007210*----------------------------------------------------------------*
007220 3000-DECLINE-NOTICE.
007230     PERFORM 3100-DECIDE-DECLINE THRU 3100-DECIDE-DECLINE-EXIT.
007240     PERFORM 2510-READ-EXCFILE   THRU 2510-READ-EXCFILE-EXIT.
007250 3000-DECLINE-NOTICE-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290* 3100-DECIDE-DECLINE - A REJECT REASON THAT TAKES A LETTER GETS
007300*     ONE UNLESS THIS RUN HAS ALREADY SENT IT (THE ACCOUNT CAME IN
007310*     TWICE), THE SAME LETTER WENT OUT INSIDE THE REPEAT WINDOW,
007320*     OR THE ACCOUNT IS NOT ON THE MASTER TO ADDRESS IT.  THE
007330*     NOTICE PREFERENCE DOES NOT STOP A DECLINE LETTER.
007340*----------------------------------------------------------------*
007350 3100-DECIDE-DECLINE.
007360     MOVE 'D' TO WS-LTR-TYPE.
007370     MOVE CC-EXC-REASON-CD TO WS-LTR-REASON.
007380     PERFORM 3900-FIND-MASTER    THRU 3900-FIND-MASTER-EXIT.
007390     MOVE CC-EXC-REASON-CD TO WS-FIND-REASON.
007400     PERFORM 2700-FIND-REASON    THRU 2700-FIND-REASON-EXIT.
007410     IF NOT WS-RSN-FOUND OR WS-RSN-FOUND-IX = WS-RSN-WELCOME
007420         ADD 1 TO WS-NOLTR-COUNT
007430         MOVE 'NO LETTER FOR REASON' TO WS-ACTION
007440         PERFORM 5100-PRINT-ACTION
007450                                 THRU 5100-PRINT-ACTION-EXIT
007460         GO TO 3100-DECIDE-DECLINE-EXIT
007470     END-IF.
007480     IF WS-RSN-DONE (WS-RSN-FOUND-IX) = 'Y'
007490         ADD 1 TO WS-DUP-COUNT
007500         MOVE 'DUPLICATE - SKIPPED' TO WS-ACTION
007510         PERFORM 5100-PRINT-ACTION
007520                                 THRU 5100-PRINT-ACTION-EXIT
007530         GO TO 3100-DECIDE-DECLINE-EXIT
007540     END-IF.
007550     MOVE 'Y' TO WS-RSN-DONE (WS-RSN-FOUND-IX).
007560     PERFORM 3500-CHECK-REPEAT   THRU 3500-CHECK-REPEAT-EXIT.
007570     IF WS-REPEAT
007580         ADD 1 TO WS-REPEAT-COUNT
007590         MOVE 'REPEAT - SUPPRESSED' TO WS-ACTION
007600         PERFORM 5100-PRINT-ACTION
007610                                 THRU 5100-PRINT-ACTION-EXIT
007620         GO TO 3100-DECIDE-DECLINE-EXIT
007630     END-IF.
007640     IF NOT WS-ON-MAST
007650         ADD 1 TO WS-NOMAST-COUNT
007660         MOVE 'NOT ON MASTER' TO WS-ACTION
007670         PERFORM 5100-PRINT-ACTION
007680                                 THRU 5100-PRINT-ACTION-EXIT
007690         GO TO 3100-DECIDE-DECLINE-EXIT
007700     END-IF.
007710     PERFORM 6000-ISSUE-LETTER   THRU 6000-ISSUE-LETTER-EXIT.
007720 3100-DECIDE-DECLINE-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------*
007760* 3500-CHECK-REPEAT - IS THERE A NOTICE FOR THIS ACCOUNT AND
007770*     REASON (ROW WS-RSN-FOUND-IX) NO MORE THAN WS-NOTICE-DAYS
007780*     BUSINESS DAYS OLD?  A ZERO WINDOW LEAVES THE CHECK OFF.
007790*----------------------------------------------------------------*
007800 3500-CHECK-REPEAT.
007810     MOVE 'N' TO WS-REPEAT-SW.
007820     IF WS-NOTICE-DAYS = ZERO
007830             OR WS-RSN-LAST-DATE (WS-RSN-FOUND-IX) = ZERO
007840         GO TO 3500-CHECK-REPEAT-EXIT
007850     END-IF.
007860     MOVE WS-RSN-LAST-DATE (WS-RSN-FOUND-IX) TO WS-BDAY-DATE.
007870     PERFORM 2630-COUNT-BUS-DAYS THRU 2630-COUNT-BUS-DAYS-EXIT.
007880     IF WS-BDAY-DAYS NOT > WS-NOTICE-DAYS
007890         MOVE 'Y' TO WS-REPEAT-SW
007900     END-IF.
007910 3500-CHECK-REPEAT-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950* 3900-FIND-MASTER - FORWARD-MATCH THE ACCOUNT IN HAND AGAINST THE
007960*     MASTER FOR ITS NAME, BRANCH, ADDRESS, AND PREFERENCE
007970*----------------------------------------------------------------*
007980 3900-FIND-MASTER.
007990     PERFORM 3910-READ-ACCTMAST  THRU 3910-READ-ACCTMAST-EXIT
008000         UNTIL WS-MAST-EOF
008010            OR CC-ACCT-MAST-NO NOT < WS-CUR-ACCT.
008020     IF NOT WS-MAST-EOF AND CC-ACCT-MAST-NO = WS-CUR-ACCT
008030         MOVE 'Y' TO WS-ON-MAST-SW
008040         MOVE CC-ACCT-CUST-NAME TO WS-PRT-NAME
008050         MOVE CC-ACCT-BRANCH-CD TO WS-PRT-BRANCH
008060     ELSE
008070         MOVE 'N' TO WS-ON-MAST-SW
008080         MOVE SPACE  TO WS-PRT-NAME
008090         MOVE '????' TO WS-PRT-BRANCH
008100     END-IF.
008110 3900-FIND-MASTER-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------*
008150* 3910-READ-ACCTMAST - READ THE NEXT ACCOUNT MASTER RECORD
008160*----------------------------------------------------------------*
008170 3910-READ-ACCTMAST.
008180     READ ACCTMAST
008190         AT END
008200             MOVE 'Y' TO WS-MAST-EOF-SW
008210     END-READ.
008220 3910-READ-ACCTMAST-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------*
008260* 3950-FIND-HISTORY - FORWARD-MATCH THE ACCOUNT IN HAND AGAINST
008270*     THE EXTRACT HISTORY AS IT STOOD BEFORE THIS RUN
008280*----------------------------------------------------------------*
008290 3950-FIND-HISTORY.
008300     PERFORM 3960-READ-HISTPRI   THRU 3960-READ-HISTPRI-EXIT
008310         UNTIL WS-HIST-EOF
008320            OR CC-HIST-ACCT-NO NOT < WS-CUR-ACCT.
008330     IF NOT WS-HIST-EOF AND CC-HIST-ACCT-NO = WS-CUR-ACCT
008340         MOVE 'Y' TO WS-ON-HIST-SW
008350     ELSE
008360         MOVE 'N' TO WS-ON-HIST-SW
008370     END-IF.
008380 3950-FIND-HISTORY-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------*
008420* 3960-READ-HISTPRI - READ THE NEXT PRIOR EXTRACT HISTORY ENTRY
008430*----------------------------------------------------------------*
008440 3960-READ-HISTPRI.
008450     READ HISTPRI
008460         AT END
008470             MOVE 'Y' TO WS-HIST-EOF-SW
008480     END-READ.
008490 3960-READ-HISTPRI-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------*
008530* 4000-WELCOME-NOTICE - DEAL WITH ONE EXTRACT DETAIL OF THE
008540*     ACCOUNT AND READ THE NEXT
008550*----------------------------------------------------------------*
008560 4000-WELCOME-NOTICE.
008570     PERFORM 4100-DECIDE-WELCOME THRU 4100-DECIDE-WELCOME-EXIT.
008580     PERFORM 2520-READ-EXTFILE   THRU 2520-READ-EXTFILE-EXIT.
008590 4000-WELCOME-NOTICE-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------*
008630* 4100-DECIDE-WELCOME - AN EXTRACTED ACCOUNT IS NEWLY ELIGIBLE
008640*     WHEN ITS LATEST NOTICE WAS A DECLINE, OR WHEN IT HAS NO
008650*     NOTICE AT ALL AND WAS NOT ON THE EXTRACT HISTORY BEFORE THIS
008660*     RUN.  AN ACCOUNT ALREADY WELCOMED, OR ELIGIBLE SINCE BEFORE
008670*     THE REGISTER BEGAN, IS PASSED OVER WITHOUT A REPORT LINE.
008680*     THE REPEAT WINDOW APPLIES, AND PREFERENCE 'N' STOPS THE
008690*     LETTER.
008700*----------------------------------------------------------------*
008710 4100-DECIDE-WELCOME.
008720     IF WS-RSN-DONE (WS-RSN-WELCOME) = 'Y'
008730         GO TO 4100-DECIDE-WELCOME-EXIT
008740     END-IF.
008750     MOVE 'Y' TO WS-RSN-DONE (WS-RSN-WELCOME).
008760     IF WS-LAST-TYPE = 'W'
008770         ADD 1 TO WS-WELCOMED-COUNT
008780         GO TO 4100-DECIDE-WELCOME-EXIT
008790     END-IF.
008800     IF WS-LAST-TYPE = SPACE
008810         PERFORM 3950-FIND-HISTORY
008820                                 THRU 3950-FIND-HISTORY-EXIT
008830         IF WS-ON-HIST
008840             ADD 1 TO WS-KNOWN-COUNT
008850             GO TO 4100-DECIDE-WELCOME-EXIT
008860         END-IF
008870     END-IF.
008880     MOVE 'W' TO WS-LTR-TYPE.
008890     MOVE WS-RSN-WELCOME TO WS-RSN-FOUND-IX.
008900     MOVE WS-RSN-CODE (WS-RSN-WELCOME) TO WS-LTR-REASON.
008910     PERFORM 3900-FIND-MASTER    THRU 3900-FIND-MASTER-EXIT.
008920     PERFORM 3500-CHECK-REPEAT   THRU 3500-CHECK-REPEAT-EXIT.
008930     IF WS-REPEAT
008940         ADD 1 TO WS-REPEAT-COUNT
008950         MOVE 'REPEAT - SUPPRESSED' TO WS-ACTION
008960         PERFORM 5100-PRINT-ACTION
008970                                 THRU 5100-PRINT-ACTION-EXIT
008980         GO TO 4100-DECIDE-WELCOME-EXIT
008990     END-IF.
009000     IF NOT WS-ON-MAST
009010         ADD 1 TO WS-NOMAST-COUNT
009020         MOVE 'NOT ON MASTER' TO WS-ACTION
009030         PERFORM 5100-PRINT-ACTION
009040                                 THRU 5100-PRINT-ACTION-EXIT
009050         GO TO 4100-DECIDE-WELCOME-EXIT
009060     END-IF.
009070     IF CC-ACCT-NOTIFY-NONE
009080         ADD 1 TO WS-OPTOUT-COUNT
009090         MOVE 'NOT SENT - PREF N' TO WS-ACTION
009100         PERFORM 5100-PRINT-ACTION
009110                                 THRU 5100-PRINT-ACTION-EXIT
009120         GO TO 4100-DECIDE-WELCOME-EXIT
009130     END-IF.
009140     PERFORM 6000-ISSUE-LETTER   THRU 6000-ISSUE-LETTER-EXIT.
009150 4100-DECIDE-WELCOME-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------*
009190* 5030-PRINT-PAGE-HEAD - NEW PAGE OF THE CONTROL REPORT
009200*----------------------------------------------------------------*
009210 5030-PRINT-PAGE-HEAD.
009220     ADD 1 TO WS-PAGE-NO.
009230     MOVE WS-CURR-DATE TO WS-RPT-DATE.
009240     MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED.
009250     MOVE SPACE TO WS-PRT-LINE.
009260     STRING '1CCNOTIFY CUSTOMER NOTICES - '
009270            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
009280            WS-RPT-DATE-CC WS-RPT-DATE-YY
009290            '  PAGE ' WS-RPT-PAGE-ED
009300            DELIMITED BY SIZE INTO WS-PRT-LINE.
009310     WRITE RPT-LINE FROM WS-PRT-LINE.
009320     MOVE SPACE TO WS-PRT-LINE.
009330     WRITE RPT-LINE FROM WS-PRT-LINE.
009340     MOVE SPACE TO WS-PRT-LINE.
009350     STRING ' ACCT-NO  CUSTOMER NAME        BRCH T REASON'
009360            '       LETTER  ACTION'
009370            DELIMITED BY SIZE INTO WS-PRT-LINE.
009380     WRITE RPT-LINE FROM WS-PRT-LINE.
009390     MOVE SPACE TO WS-PRT-LINE.
009400     WRITE RPT-LINE FROM WS-PRT-LINE.
009410     MOVE 4 TO WS-LINE-CNT.
009420 5030-PRINT-PAGE-HEAD-EXIT.
009430     EXIT.
009440
009450*----------------------------------------------------------------*
009460* 5100-PRINT-ACTION - ONE LINE OF THE CONTROL REPORT - THE NOTICE
009470*     IN HAND AND WHAT WAS DONE WITH IT.  THE LETTER NUMBER SHOWS
009480*     ONLY WHEN A LETTER WAS ISSUED.
009490*----------------------------------------------------------------*
009500 5100-PRINT-ACTION.
009510     IF WS-LINE-CNT NOT < WS-PAGE-LINES-MAX
009520         PERFORM 5030-PRINT-PAGE-HEAD
009530                                 THRU 5030-PRINT-PAGE-HEAD-EXIT
009540     END-IF.
009550     MOVE SPACE TO WS-RPT-LTR-X.
009560     IF WS-ACTION = 'MAILED' OR WS-ACTION = 'BRANCH DELIVERY'
009570             OR WS-ACTION = 'HELD - NO ADDRESS'
009580         MOVE WS-LETTER-NO TO WS-RPT-LTR-ED
009590         MOVE WS-RPT-LTR-ED TO WS-RPT-LTR-X
009600     END-IF.
009610     MOVE SPACE TO WS-PRT-LINE.
009620     STRING ' ' WS-CUR-KEY '  ' WS-PRT-NAME ' ' WS-PRT-BRANCH
009630            ' ' WS-LTR-TYPE ' ' WS-LTR-REASON ' ' WS-RPT-LTR-X
009640            ' ' WS-ACTION
009650            DELIMITED BY SIZE INTO WS-PRT-LINE.
009660     WRITE RPT-LINE FROM WS-PRT-LINE.
009670     ADD 1 TO WS-LINE-CNT.
009680 5100-PRINT-ACTION-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------*
009720* 6000-ISSUE-LETTER - NUMBER THE LETTER, CHOOSE HOW IT GOES OUT,
009730*     PRINT IT, SEND IT TO THE MAIL HOUSE WHEN IT GOES BY MAIL,
009740*     REGISTER IT, AND REPORT IT.  IT GOES BY MAIL UNLESS THE
009750*     PREFERENCE IS BRANCH DELIVERY OR THE MASTER LACKS A STREET
009760*     LINE, CITY, STATE, OR ZIP, IN WHICH CASE IT IS HELD FOR THE
009770*     BRANCH.
009780*----------------------------------------------------------------*
009790 6000-ISSUE-LETTER.
009800     ADD 1 TO WS-LETTER-NO.
009810     ADD 1 TO WS-LETTER-COUNT.
009820     ADD 1 TO WS-RSN-LTR-COUNT (WS-RSN-FOUND-IX).
009830     EVALUATE TRUE
009840         WHEN CC-ACCT-NOTIFY-BRANCH
009850             MOVE 'B' TO WS-LTR-CHANNEL
009860             MOVE 'BRANCH DELIVERY' TO WS-ACTION
009870             ADD 1 TO WS-BRANCH-COUNT
009880         WHEN CC-ACCT-ADDR-LINE-1 = SPACE
009890                 OR CC-ACCT-ADDR-CITY = SPACE
009900                 OR CC-ACCT-ADDR-STATE = SPACE
009910                 OR CC-ACCT-ADDR-ZIP-5 = SPACE
009920             MOVE 'H' TO WS-LTR-CHANNEL
009930             MOVE 'HELD - NO ADDRESS' TO WS-ACTION
009940             ADD 1 TO WS-HELD-COUNT
009950         WHEN OTHER
009960             MOVE 'M' TO WS-LTR-CHANNEL
009970             MOVE 'MAILED' TO WS-ACTION
009980             ADD 1 TO WS-MAILED-COUNT
009990     END-EVALUATE.
010000     PERFORM 6100-PRINT-LETTER   THRU 6100-PRINT-LETTER-EXIT.
010010     IF WS-LTR-CHANNEL = 'M'
010020         PERFORM 6200-WRITE-MAIL-REC
010030                                 THRU 6200-WRITE-MAIL-REC-EXIT
010040     END-IF.
010050     PERFORM 6300-WRITE-REGISTER THRU 6300-WRITE-REGISTER-EXIT.
010060     MOVE WS-LTR-TYPE TO WS-LAST-TYPE.
010070     MOVE WS-CURR-DATE TO WS-RSN-LAST-DATE (WS-RSN-FOUND-IX).
010080     PERFORM 5100-PRINT-ACTION   THRU 5100-PRINT-ACTION-EXIT.
010090 6000-ISSUE-LETTER-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------*
010130* 6100-PRINT-LETTER - ONE LETTER, ON A PAGE OF ITS OWN.  A LETTER
010140*     NOT GOING BY MAIL CARRIES A ROUTING LINE FOR THE BRANCH AT
010150*     THE TOP.
010160*----------------------------------------------------------------*
010170 6100-PRINT-LETTER.
010180     MOVE SPACE TO WS-LTR-TEXT.
010190     EVALUATE WS-LTR-CHANNEL
010200         WHEN 'B'
010210             STRING '1*** FOR BRANCH DELIVERY - BRANCH '
010220                    CC-ACCT-BRANCH-CD ' ***'
010230                    DELIMITED BY SIZE INTO WS-LTR-TEXT
010240         WHEN 'H'
010250             STRING '1*** HELD - MAILING ADDRESS INCOMPLETE - '
010260                    'BRANCH ' CC-ACCT-BRANCH-CD ' ***'
010270                    DELIMITED BY SIZE INTO WS-LTR-TEXT
010280         WHEN OTHER
010290             MOVE '1' TO WS-LTR-TEXT
010300     END-EVALUATE.
010310     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010320     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010330     STRING '      CONSUMER LENDING SERVICES'
010340            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010350     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010360     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010370     PERFORM 6110-FORMAT-LTR-DATE
010380                                 THRU 6110-FORMAT-LTR-DATE-EXIT.
010390     STRING '      ' WS-LTR-DATE-LINE
010400            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010410     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010420     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010430     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010440     STRING '      ' CC-ACCT-CUST-NAME
010450            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010460     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010470     STRING '      ' CC-ACCT-ADDR-LINE-1
010480            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010490     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010500     IF CC-ACCT-ADDR-LINE-2 NOT = SPACE
010510         STRING '      ' CC-ACCT-ADDR-LINE-2
010520                DELIMITED BY SIZE INTO WS-LTR-TEXT
010530         PERFORM 6190-WRITE-LTR-LINE
010540                                 THRU 6190-WRITE-LTR-LINE-EXIT
010550     END-IF.
010560     IF CC-ACCT-ADDR-CITY NOT = SPACE
010570             OR CC-ACCT-ADDR-STATE NOT = SPACE
010580             OR CC-ACCT-ADDR-ZIP NOT = SPACE
010590         PERFORM 6115-FORMAT-CITY-LINE
010600                                 THRU 6115-FORMAT-CITY-LINE-EXIT
010610         PERFORM 6190-WRITE-LTR-LINE
010620                                 THRU 6190-WRITE-LTR-LINE-EXIT
010630     END-IF.
010640     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010650     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010660     MOVE WS-CUR-ACCT TO WS-LTR-ACCT-ED.
010670     MOVE WS-LETTER-NO TO WS-LTR-REF-NO.
010680     STRING '      ACCOUNT NUMBER ' WS-LTR-ACCT-ED
010690            '           REFERENCE ' WS-CURR-DATE '-' WS-LTR-REF-NO
010700            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010710     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010720     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010730     STRING '      DEAR CUSTOMER:'
010740            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010750     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010760     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010770     IF WS-LTR-TYPE = 'W'
010780         PERFORM 6130-WELCOME-BODY
010790                                 THRU 6130-WELCOME-BODY-EXIT
010800     ELSE
010810         PERFORM 6120-DECLINE-BODY
010820                                 THRU 6120-DECLINE-BODY-EXIT
010830     END-IF.
010840     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010850     STRING '      '
010860            'IF YOU HAVE ANY QUESTIONS, PLEASE CONTACT YOUR'
010870            ' BRANCH'
010880            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010890     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010900     STRING '      (BRANCH ' CC-ACCT-BRANCH-CD ') AND QUOTE THE '
010910            'REFERENCE NUMBER ABOVE.'
010920            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010930     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010940     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010950     STRING '      SINCERELY,'
010960            DELIMITED BY SIZE INTO WS-LTR-TEXT.
010970     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010980     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
010990     STRING '      CUSTOMER SERVICE'
011000            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011010     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011020 6100-PRINT-LETTER-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060* 6110-FORMAT-LTR-DATE - THE BUSINESS DATE WRITTEN OUT, E.G.
011070*     OCTOBER 5, 2026
011080*----------------------------------------------------------------*
011090 6110-FORMAT-LTR-DATE.
011100     MOVE WS-CURR-DATE TO WS-RPT-DATE.
011110     MOVE WS-RPT-DATE-DD TO WS-LTR-DAY-ED.
011120     MOVE SPACE TO WS-LTR-DATE-LINE.
011130     IF WS-RPT-DATE-DD < 10
011140         STRING WS-MONTH-NAME (WS-RPT-DATE-MM) DELIMITED BY SPACE
011150                ' ' WS-RPT-DATE-DD (2:1) ', '
011160                WS-RPT-DATE-CC WS-RPT-DATE-YY
011170                DELIMITED BY SIZE INTO WS-LTR-DATE-LINE
011180     ELSE
011190         STRING WS-MONTH-NAME (WS-RPT-DATE-MM) DELIMITED BY SPACE
011200                ' ' WS-RPT-DATE-DD ', '
011210                WS-RPT-DATE-CC WS-RPT-DATE-YY
011220                DELIMITED BY SIZE INTO WS-LTR-DATE-LINE
011230     END-IF.
011240 6110-FORMAT-LTR-DATE-EXIT.
011250     EXIT.
011260
011270*----------------------------------------------------------------*
011280* 6115-FORMAT-CITY-LINE - CITY, STATE, AND ZIP ON ONE LINE, E.G.
011290*     SPRINGFIELD, IL  62701-1234
011300*----------------------------------------------------------------*
011310 6115-FORMAT-CITY-LINE.
011320     MOVE 1 TO WS-LTR-PTR.
011330     STRING '      ' DELIMITED BY SIZE
011340            CC-ACCT-ADDR-CITY DELIMITED BY '  '
011350            ', ' CC-ACCT-ADDR-STATE '  ' CC-ACCT-ADDR-ZIP-5
011360            DELIMITED BY SIZE
011370            INTO WS-LTR-TEXT WITH POINTER WS-LTR-PTR.
011380     IF CC-ACCT-ADDR-ZIP-4 NOT = SPACE
011390         STRING '-' CC-ACCT-ADDR-ZIP-4
011400                DELIMITED BY SIZE
011410                INTO WS-LTR-TEXT WITH POINTER WS-LTR-PTR
011420     END-IF.
011430 6115-FORMAT-CITY-LINE-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------------*
011470* 6120-DECLINE-BODY - THE DECLINE WORDING, WITH THE REASON IN
011480*     PLAIN LANGUAGE FROM THE REASON TABLE
011490*----------------------------------------------------------------*
011500 6120-DECLINE-BODY.
011510     STRING '      '
011520            'WE HAVE REVIEWED YOUR ACCOUNT FOR THE PROGRAM AND'
011530            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011540     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011550     STRING '      '
011560            'ARE SORRY TO TELL YOU THAT IT DOES NOT QUALIFY AT'
011570            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011580     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011590     STRING '      THIS TIME, FOR THE FOLLOWING REASON:'
011600            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011610     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011620     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011630     STRING '          ' WS-RSN-TEXT-1 (WS-RSN-FOUND-IX)
011640            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011650     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011660     IF WS-RSN-TEXT-2 (WS-RSN-FOUND-IX) NOT = SPACE
011670         STRING '          ' WS-RSN-TEXT-2 (WS-RSN-FOUND-IX)
011680                DELIMITED BY SIZE INTO WS-LTR-TEXT
011690         PERFORM 6190-WRITE-LTR-LINE
011700                                 THRU 6190-WRITE-LTR-LINE-EXIT
011710     END-IF.
011720     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011730     STRING '      '
011740            'YOUR ACCOUNT IS REVIEWED AGAIN AUTOMATICALLY, AND'
011750            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011760     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011770     STRING '      WE WILL WRITE TO YOU IF IT QUALIFIES LATER.'
011780            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011790     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011800 6120-DECLINE-BODY-EXIT.
011810     EXIT.
011820
011830*----------------------------------------------------------------*
011840* 6130-WELCOME-BODY - THE WELCOME WORDING
011850*----------------------------------------------------------------*
011860 6130-WELCOME-BODY.
011870     STRING '      '
011880            'WE ARE PLEASED TO TELL YOU THAT YOUR ACCOUNT NOW'
011890            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011900     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011910     STRING '      '
011920            'QUALIFIES FOR THE PROGRAM.  THERE IS NOTHING YOU'
011930            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011940     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011950     STRING '      '
011960            'NEED TO DO - THE BENEFITS APPLY TO YOUR ACCOUNT'
011970            DELIMITED BY SIZE INTO WS-LTR-TEXT.
011980     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
011990     STRING '      AUTOMATICALLY.'
012000            DELIMITED BY SIZE INTO WS-LTR-TEXT.
012010     PERFORM 6190-WRITE-LTR-LINE THRU 6190-WRITE-LTR-LINE-EXIT.
012020 6130-WELCOME-BODY-EXIT.
012030     EXIT.
012040
012050*----------------------------------------------------------------*
012060* 6190-WRITE-LTR-LINE - WRITE THE LETTER LINE BUILT IN
012070*     WS-LTR-TEXT (SPACES GIVE A BLANK LINE) AND CLEAR IT
012080*----------------------------------------------------------------*
012090 6190-WRITE-LTR-LINE.
012100     WRITE LTR-LINE FROM WS-LTR-TEXT.
012110     MOVE SPACE TO WS-LTR-TEXT.
012120 6190-WRITE-LTR-LINE-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------------*
012160* 6200-WRITE-MAIL-REC - ONE LETTER TO THE MAIL-HOUSE FILE
012170*----------------------------------------------------------------*
012180 6200-WRITE-MAIL-REC.
012190     MOVE SPACE TO CC-MAIL-REC.
012200     MOVE 'D'                  TO CC-MAIL-REC-TYPE.
012210     MOVE WS-LETTER-NO         TO CC-MAIL-LETTER-NO.
012220     MOVE WS-CUR-ACCT          TO CC-MAIL-ACCT-NO.
012230     MOVE WS-LTR-TYPE          TO CC-MAIL-LETTER-TYPE.
012240     MOVE WS-LTR-REASON        TO CC-MAIL-REASON-CD.
012250     MOVE CC-ACCT-CUST-NAME    TO CC-MAIL-CUST-NAME.
012260     MOVE CC-ACCT-ADDR-LINE-1  TO CC-MAIL-ADDR-LINE-1.
012270     MOVE CC-ACCT-ADDR-LINE-2  TO CC-MAIL-ADDR-LINE-2.
012280     MOVE CC-ACCT-ADDR-CITY    TO CC-MAIL-ADDR-CITY.
012290     MOVE CC-ACCT-ADDR-STATE   TO CC-MAIL-ADDR-STATE.
012300     MOVE CC-ACCT-ADDR-ZIP     TO CC-MAIL-ADDR-ZIP.
012310     MOVE CC-ACCT-BRANCH-CD    TO CC-MAIL-BRANCH-CD.
012320     WRITE CC-MAIL-REC.
012330     ADD WS-CUR-ACCT TO WS-MAIL-HASH.
012340 6200-WRITE-MAIL-REC-EXIT.
012350     EXIT.
012360
012370*----------------------------------------------------------------*
012380* 6300-WRITE-REGISTER - ADD THE LETTER TO THE NEW REGISTER
012390*     GENERATION, BEHIND THE ACCOUNT'S EARLIER ENTRIES
012400*----------------------------------------------------------------*
012410 6300-WRITE-REGISTER.
012420     MOVE SPACE TO CC-NOTE-REC.
012430     MOVE WS-CUR-ACCT          TO CC-NOTE-ACCT-NO.
012440     MOVE WS-CURR-DATE         TO CC-NOTE-SENT-DATE.
012450     MOVE WS-LTR-TYPE          TO CC-NOTE-TYPE.
012460     MOVE WS-LTR-REASON        TO CC-NOTE-REASON-CD.
012470     MOVE WS-LETTER-NO         TO CC-NOTE-LETTER-NO.
012480     MOVE WS-LTR-CHANNEL       TO CC-NOTE-CHANNEL.
012490     MOVE CC-ACCT-CUST-NAME    TO CC-NOTE-CUST-NAME.
012500     MOVE CC-ACCT-BRANCH-CD    TO CC-NOTE-BRANCH-CD.
012510     MOVE CC-ACCT-OFFICER-CD   TO CC-NOTE-OFFICER-CD.
012520     WRITE CC-NOTE-REC.
012530     ADD 1 TO WS-REG-OUT-COUNT.
012540 6300-WRITE-REGISTER-EXIT.
012550     EXIT.
012560
012570*----------------------------------------------------------------*
012580* 7000-PRINT-SUMMARY - CLOSING PAGE OF COUNTS.  THE NEW REGISTER
012590*     MUST HOLD EVERY OLD ENTRY PLUS ONE PER LETTER.
012600*----------------------------------------------------------------*
012610 7000-PRINT-SUMMARY.
012620     MOVE WS-CURR-DATE TO WS-RPT-DATE.
012630     MOVE SPACE TO WS-PRT-LINE.
012640     STRING '1CCNOTIFY CUSTOMER NOTICE SUMMARY - '
012650            WS-RPT-DATE-MM '/' WS-RPT-DATE-DD '/'
012660            WS-RPT-DATE-CC WS-RPT-DATE-YY
012670            DELIMITED BY SIZE INTO WS-PRT-LINE.
012680     WRITE RPT-LINE FROM WS-PRT-LINE.
012690     MOVE SPACE TO WS-PRT-LINE.
012700     WRITE RPT-LINE FROM WS-PRT-LINE.
012710     MOVE 'EXCEPTIONS READ  . . . . . . . . ' TO WS-SUM-LABEL.
012720     MOVE WS-EXC-READ TO WS-RPT-COUNT-ED.
012730     PERFORM 7900-PRINT-COUNT-LINE
012740                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
012750     MOVE 'EXTRACT DETAILS READ . . . . . . ' TO WS-SUM-LABEL.
012760     MOVE WS-EXT-READ TO WS-RPT-COUNT-ED.
012770     PERFORM 7900-PRINT-COUNT-LINE
012780                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
012790     MOVE 'REPEAT WINDOW (BUS DAYS) . . . . ' TO WS-SUM-LABEL.
012800     MOVE WS-NOTICE-DAYS TO WS-RPT-COUNT-ED.
012810     PERFORM 7900-PRINT-COUNT-LINE
012820                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
012830     MOVE SPACE TO WS-PRT-LINE.
012840     WRITE RPT-LINE FROM WS-PRT-LINE.
012850     PERFORM 7100-PRINT-RSN-COUNT
012860                                 THRU 7100-PRINT-RSN-COUNT-EXIT
012870         VARYING WS-RSN-IX FROM 1 BY 1
012880         UNTIL WS-RSN-IX > WS-RSN-MAX.
012890     MOVE 'TOTAL LETTERS  . . . . . . . . . ' TO WS-SUM-LABEL.
012900     MOVE WS-LETTER-COUNT TO WS-RPT-COUNT-ED.
012910     PERFORM 7900-PRINT-COUNT-LINE
012920                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
012930     MOVE '  SENT TO THE MAIL HOUSE . . . . ' TO WS-SUM-LABEL.
012940     MOVE WS-MAILED-COUNT TO WS-RPT-COUNT-ED.
012950     PERFORM 7900-PRINT-COUNT-LINE
012960                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
012970     MOVE '  FOR BRANCH DELIVERY  . . . . . ' TO WS-SUM-LABEL.
012980     MOVE WS-BRANCH-COUNT TO WS-RPT-COUNT-ED.
012990     PERFORM 7900-PRINT-COUNT-LINE
013000                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013010     MOVE '  HELD - ADDRESS INCOMPLETE  . . ' TO WS-SUM-LABEL.
013020     MOVE WS-HELD-COUNT TO WS-RPT-COUNT-ED.
013030     PERFORM 7900-PRINT-COUNT-LINE
013040                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013050     MOVE SPACE TO WS-PRT-LINE.
013060     WRITE RPT-LINE FROM WS-PRT-LINE.
013070     MOVE 'NOT SENT - REPEAT IN WINDOW  . . ' TO WS-SUM-LABEL.
013080     MOVE WS-REPEAT-COUNT TO WS-RPT-COUNT-ED.
013090     PERFORM 7900-PRINT-COUNT-LINE
013100                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013110     MOVE 'NOT SENT - DUPLICATE EXCEPTION . ' TO WS-SUM-LABEL.
013120     MOVE WS-DUP-COUNT TO WS-RPT-COUNT-ED.
013130     PERFORM 7900-PRINT-COUNT-LINE
013140                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013150     MOVE 'NOT SENT - NO LETTER FOR REASON  ' TO WS-SUM-LABEL.
013160     MOVE WS-NOLTR-COUNT TO WS-RPT-COUNT-ED.
013170     PERFORM 7900-PRINT-COUNT-LINE
013180                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013190     MOVE 'NOT SENT - NOT ON MASTER . . . . ' TO WS-SUM-LABEL.
013200     MOVE WS-NOMAST-COUNT TO WS-RPT-COUNT-ED.
013210     PERFORM 7900-PRINT-COUNT-LINE
013220                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013230     MOVE 'NOT SENT - WELCOME, PREF N . . . ' TO WS-SUM-LABEL.
013240     MOVE WS-OPTOUT-COUNT TO WS-RPT-COUNT-ED.
013250     PERFORM 7900-PRINT-COUNT-LINE
013260                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013270     MOVE 'ELIGIBLE - ALREADY WELCOMED  . . ' TO WS-SUM-LABEL.
013280     MOVE WS-WELCOMED-COUNT TO WS-RPT-COUNT-ED.
013290     PERFORM 7900-PRINT-COUNT-LINE
013300                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013310     MOVE 'ELIGIBLE - EXTRACTED BEFORE  . . ' TO WS-SUM-LABEL.
013320     MOVE WS-KNOWN-COUNT TO WS-RPT-COUNT-ED.
013330     PERFORM 7900-PRINT-COUNT-LINE
013340                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013350     MOVE SPACE TO WS-PRT-LINE.
013360     WRITE RPT-LINE FROM WS-PRT-LINE.
013370     MOVE 'REGISTER ENTRIES IN  . . . . . . ' TO WS-SUM-LABEL.
013380     MOVE WS-REG-IN-COUNT TO WS-RPT-COUNT-ED.
013390     PERFORM 7900-PRINT-COUNT-LINE
013400                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013410     MOVE 'REGISTER ENTRIES OUT . . . . . . ' TO WS-SUM-LABEL.
013420     MOVE WS-REG-OUT-COUNT TO WS-RPT-COUNT-ED.
013430     PERFORM 7900-PRINT-COUNT-LINE
013440                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013450     MOVE SPACE TO WS-PRT-LINE.
013460     IF WS-REG-OUT-COUNT = WS-REG-IN-COUNT + WS-LETTER-COUNT
013470         STRING ' REGISTER IN BALANCE - ENTRIES IN PLUS LETTERS'
013480                ' ISSUED'
013490                DELIMITED BY SIZE INTO WS-PRT-LINE
013500     ELSE
013510         STRING ' *** REGISTER OUT OF BALANCE - ENTRIES IN PLUS'
013520                ' LETTERS ISSUED ***'
013530                DELIMITED BY SIZE INTO WS-PRT-LINE
013540         MOVE 16 TO RETURN-CODE
013550     END-IF.
013560     WRITE RPT-LINE FROM WS-PRT-LINE.
013570 7000-PRINT-SUMMARY-EXIT.
013580     EXIT.
013590
013600*----------------------------------------------------------------*
013610* 7100-PRINT-RSN-COUNT - LETTERS ISSUED FOR ONE NOTICE REASON
013620*----------------------------------------------------------------*
013630 7100-PRINT-RSN-COUNT.
013640     MOVE WS-RSN-LABEL (WS-RSN-IX) TO WS-SUM-LABEL.
013650     MOVE WS-RSN-LTR-COUNT (WS-RSN-IX) TO WS-RPT-COUNT-ED.
013660     PERFORM 7900-PRINT-COUNT-LINE
013670                                 THRU 7900-PRINT-COUNT-LINE-EXIT.
013680 7100-PRINT-RSN-COUNT-EXIT.
013690     EXIT.
013700
013710 7900-PRINT-COUNT-LINE.
013720     MOVE SPACE TO WS-PRT-LINE.
013730     STRING ' ' WS-SUM-LABEL WS-RPT-COUNT-ED
013740            DELIMITED BY SIZE INTO WS-PRT-LINE.
013750     WRITE RPT-LINE FROM WS-PRT-LINE.
013760 7900-PRINT-COUNT-LINE-EXIT.
013770     EXIT.
013780
013790*----------------------------------------------------------------*
013800* 8000-FINALIZE - CLOSE THE MAIL-HOUSE FILE WITH ITS TRAILER,
013810*     SHOW THE CONTROL COUNTS, AND CLOSE FILES
013820*----------------------------------------------------------------*
013830 8000-FINALIZE.
013840     MOVE SPACE TO CC-MAIL-REC.
013850     MOVE 'T' TO CC-MAIL-REC-TYPE.
013860     MOVE WS-MAILED-COUNT TO CC-MAIL-TRL-COUNT.
013870     MOVE WS-MAIL-HASH TO CC-MAIL-TRL-ACCT-HASH.
013880     WRITE CC-MAIL-REC.
013890     DISPLAY 'CCNOTIFY - EXCEPTIONS READ  . . . ' WS-EXC-READ.
013900     DISPLAY 'CCNOTIFY - EXTRACT DETAILS READ . ' WS-EXT-READ.
013910     DISPLAY 'CCNOTIFY - LETTERS ISSUED . . . . ' WS-LETTER-COUNT.
013920     DISPLAY 'CCNOTIFY - SENT TO MAIL HOUSE . . ' WS-MAILED-COUNT.
013930     DISPLAY 'CCNOTIFY - HELD - NO ADDRESS  . . ' WS-HELD-COUNT.
013940     DISPLAY 'CCNOTIFY - REGISTER ENTRIES IN  . ' WS-REG-IN-COUNT.
013950     DISPLAY 'CCNOTIFY - REGISTER ENTRIES OUT . '
013960             WS-REG-OUT-COUNT.
013970     CLOSE EXCFILE.
013980     CLOSE EXTFILE.
013990     CLOSE HISTPRI.
014000     CLOSE ACCTMAST.
014010     CLOSE NOTEIN.
014020     CLOSE NOTEOUT.
014030     CLOSE LETTERS.
014040     CLOSE MAILFILE.
014050     CLOSE NOTIRPT.
014060 8000-FINALIZE-EXIT.
014070     EXIT.
014080
014090*----------------------------------------------------------------*
014100* 9999-EXIT - COMMON PROGRAM EXIT
014110*----------------------------------------------------------------*
014120 9999-EXIT.
014130     STOP RUN.
