000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Nightly standing-order generation, scheduled
000070*             through the STEPSCHD chains ahead of the edit
000080*             step.  Reads the SOMST standing-order master
000090*             (STORDREC) and, for every active order, works out
000100*             which of its due dates fall in tonight's window -
000110*             the days after the prior processing day on the
000120*             PROCCAL calendar up to and including the run date,
000130*             so weekend and holiday due dates are picked up on
000140*             the next processing night.  Each order due is
000150*             checked leg by leg against the ACCOUNT-MASTER: the
000160*             debit account must be on file, open, and able to
000170*             cover the amount inside its overdraft limit (less
000180*             whatever earlier orders tonight have already drawn
000190*             on it), and the credit account must be on file and
000200*             open.  An order that passes has its "DB" and "CR"
000210*             legs written as plain transactions to the TRANSSO
000220*             side input, dated on the due date, for the edit
000230*             step to accept ahead of TRANSIN; one that does not
000240*             generates nothing and is reported as failed for
000250*             that due date.  Either way the order is stamped
000260*             with the due date, outcome, and run-id, so a
000270*             re-run of the step never generates a date twice.
000280*             The SOLIST listing shows every order generated
000290*             and every order failed, with totals.
000300*             A run-id backed out by RUNBKOUT and then run again
000310*             has every order its first run stamped taken through
000320*             tonight's window again - the backout reversed what
000330*             those orders posted - and stamped with the backout
000340*             id ("BK" plus the last six characters of the
000350*             run-id) instead, so a later re-run does not repeat
000360*             them.  They are listed as reissued.
000370* Tectonics: cobc
000380*-----------------------------------------------------------------
000390* Maintenance History
000400* DATE       BY   DESCRIPTION
000410* 2026-10-15 JCM  Initial version.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SOGEN.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT STANDING-ORDER-FILE ASSIGN TO "SOMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SO-ORDER-ID
000530         FILE STATUS IS WS-SOMST-STATUS.
000540     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS ACCT-NUMBER
000580         FILE STATUS IS WS-ACCTMST-STATUS.
000590     SELECT PROC-CALENDAR-FILE ASSIGN TO "PROCCAL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CAL-DATE
000630         FILE STATUS IS WS-PROCCAL-STATUS.
000640     SELECT TRANSSO-FILE ASSIGN TO "TRANSSO"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-TRANSSO-STATUS.
000680     SELECT SO-LIST-FILE ASSIGN TO "SOLIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-SOLIST-STATUS.
000720     SELECT BAL-CONTROL-FILE ASSIGN TO "BALCTL"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS BALCTL-RUN-ID
000760         FILE STATUS IS WS-BALCTL-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  STANDING-ORDER-FILE.
000810     COPY STORDREC.
000820 FD  ACCOUNT-MASTER-FILE.
000830     COPY ACCTREC.
000840 FD  PROC-CALENDAR-FILE.
000850     COPY PROCCALREC.
000860 FD  TRANSSO-FILE.
000870 01  TRANSSO-RECORD              PIC X(80).
000880 FD  SO-LIST-FILE.
000890 01  SO-LIST-LINE                PIC X(80).
000900 FD  BAL-CONTROL-FILE.
000910     COPY BALCTLREC.
000920
000930 WORKING-STORAGE SECTION.
000940 COPY JOBHDR.
000950 COPY TRANSREC.
000960
000970 01  WS-SOMST-STATUS             PIC X(02).
000980     88  WS-SOMST-OK                 VALUE "00".
000990     88  WS-SOMST-NOT-FOUND          VALUE "23" "35".
001000 01  WS-ACCTMST-STATUS           PIC X(02).
001010     88  WS-ACCTMST-OK               VALUE "00".
001020 01  WS-PROCCAL-STATUS           PIC X(02).
001030     88  WS-PROCCAL-OK               VALUE "00".
001040 01  WS-TRANSSO-STATUS           PIC X(02).
001050     88  WS-TRANSSO-OK               VALUE "00".
001060 01  WS-SOLIST-STATUS            PIC X(02).
001070     88  WS-SOLIST-OK                VALUE "00".
001080 01  WS-BALCTL-STATUS            PIC X(02).
001090     88  WS-BALCTL-OK                VALUE "00".
001100
001110 01  WS-ORDER-EOF-SWITCH         PIC X(01) VALUE "N".
001120     88  WS-ORDER-EOF                VALUE "Y".
001130 01  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
001140     88  WS-FILES-OPEN               VALUE "Y".
001150 01  WS-ORDER-DUE-SWITCH         PIC X(01) VALUE "N".
001160     88  WS-ORDER-DUE                VALUE "Y".
001170 01  WS-ORDER-CHANGED-SWITCH     PIC X(01) VALUE "N".
001180     88  WS-ORDER-CHANGED            VALUE "Y".
001190 01  WS-RUN-BACKED-OUT-SWITCH    PIC X(01) VALUE "N".
001200     88  WS-RUN-BACKED-OUT           VALUE "Y".
001210 01  WS-REISSUE-SWITCH           PIC X(01) VALUE "N".
001220     88  WS-REISSUING                VALUE "Y".
001223 01  WS-RESERVE-FOUND-SWITCH     PIC X(01) VALUE "N".
001226     88  WS-RESERVE-FOUND            VALUE "Y".
001230
001240 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
001250 77  WS-ORDER-COUNT              PIC 9(07) COMP VALUE ZERO.
001260 77  WS-INACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
001270 77  WS-GENERATED-COUNT          PIC 9(07) COMP VALUE ZERO.
001280 77  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
001290 77  WS-REISSUED-COUNT           PIC 9(07) COMP VALUE ZERO.
001300 77  WS-LEG-COUNT                PIC 9(07) COMP VALUE ZERO.
001310 77  WS-LIST-LINE-COUNT          PIC 9(03) COMP VALUE 99.
001320 77  WS-LIST-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
001330
001340 01  WS-GENERATED-TOTAL          PIC S9(11)V99 VALUE ZERO.
001350 01  WS-FAILED-TOTAL             PIC S9(11)V99 VALUE ZERO.
001360 01  WS-REISSUED-TOTAL           PIC S9(11)V99 VALUE ZERO.
001370 01  WS-FAIL-REASON              PIC X(16) VALUE SPACES.
001380 01  WS-BACKOUT-ID               PIC X(08).
001390 01  WS-BACKOUT-PARTS            REDEFINES WS-BACKOUT-ID.
001400     05  WS-BACKOUT-PREFIX       PIC X(02).
001410     05  WS-BACKOUT-SUFFIX       PIC X(06).
001420
001430******************************************************************
001440* Tonight's due-date window.  The dates are held newest first -
001450* entry 1 is the run date, each later entry one calendar day
001460* earlier, back to the day after the prior processing day - and
001470* walked oldest first, so an order due on more than one of them
001480* generates in date order.  A window longer than the table
001490* (a calendar gap of more than a month) is cut short and
001500* reported.
001510******************************************************************
001520 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001530 01  WS-PRIOR-PROC-DATE          PIC 9(08) VALUE ZERO.
001540 01  WS-WINDOW-TABLE.
001550     05  WS-WINDOW-DATE          PIC 9(08) OCCURS 31 TIMES.
001560 77  WS-WINDOW-COUNT             PIC 9(04) COMP VALUE ZERO.
001570 77  WS-WINDOW-MAX               PIC 9(04) COMP VALUE 31.
001580 77  WS-WINDOW-IDX               PIC 9(04) COMP VALUE ZERO.
001590 01  WS-STEP-DATE                PIC 9(08) VALUE ZERO.
001600 01  WS-STEP-DATE-PARTS          REDEFINES WS-STEP-DATE.
001610     05  WS-STEP-YEAR            PIC 9(04).
001620     05  WS-STEP-MONTH           PIC 9(02).
001630     05  WS-STEP-DAY             PIC 9(02).
001640
001650******************************************************************
001660* The due date under test, its month's last day, and the day of
001670* the month a monthly or day-of-month order falls due in it.
001680******************************************************************
001690 01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
001700 01  WS-DUE-DATE-PARTS           REDEFINES WS-DUE-DATE.
001710     05  WS-DUE-YEAR             PIC 9(04).
001720     05  WS-DUE-MONTH            PIC 9(02).
001730     05  WS-DUE-DAY              PIC 9(02).
001740 01  WS-START-DATE               PIC 9(08) VALUE ZERO.
001750 01  WS-START-DATE-PARTS         REDEFINES WS-START-DATE.
001760     05  WS-START-YEAR           PIC 9(04).
001770     05  WS-START-MONTH          PIC 9(02).
001780     05  WS-START-DAY            PIC 9(02).
001790 01  WS-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
001800 01  WS-TARGET-DAY               PIC 9(02) VALUE ZERO.
001810 01  WS-START-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
001820 01  WS-DAYS-SINCE-START         PIC 9(07) COMP VALUE ZERO.
001830 01  WS-WEEK-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
001840 01  WS-WEEK-REMAINDER           PIC 9(02) COMP VALUE ZERO.
001850 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001860 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001870 01  WS-MONTH-LENGTHS            PIC X(24)
001880         VALUE "312831303130313130313031".
001890 01  WS-MONTH-LENGTH-TABLE       REDEFINES WS-MONTH-LENGTHS.
001900     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001910
001920******************************************************************
001930* Funds already drawn tonight, by debit account.  Two orders on
001940* the same account are checked against what the first one left,
001950* not against the balance both of them started from.  An account
001960* that does not fit in the table is checked against its balance
001970* alone and reported.
001980******************************************************************
001990 01  WS-RESERVE-TABLE.
002000     05  WS-RESERVE-ENTRY        OCCURS 500 TIMES.
002010         10  WS-RSV-ACCOUNT      PIC X(08).
002020         10  WS-RSV-AMOUNT       PIC 9(11)V99.
002030 77  WS-RESERVE-COUNT            PIC 9(04) COMP VALUE ZERO.
002040 77  WS-RESERVE-MAX              PIC 9(04) COMP VALUE 500.
002050 77  WS-RESERVE-IDX              PIC 9(04) COMP VALUE ZERO.
002060 01  WS-AVAILABLE-FUNDS          PIC S9(11)V99 VALUE ZERO.
002070
002080******************************************************************
002090* Date-to-day-number conversion work areas.  5000 turns the
002100* YYYYMMDD in WS-CONV-DATE into a running day number so two
002110* dates can be subtracted across month and year ends.  March is
002120* counted as the first month so the leap day falls at the end
002130* of the counting year.
002140******************************************************************
002150 01  WS-CONV-DATE                PIC 9(08) VALUE ZERO.
002160 01  WS-CONV-DATE-PARTS          REDEFINES WS-CONV-DATE.
002170     05  WS-CONV-YEAR            PIC 9(04).
002180     05  WS-CONV-MONTH           PIC 9(02).
002190     05  WS-CONV-DAY             PIC 9(02).
002200 01  WS-CONV-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
002210 01  WS-CONV-CALC-YEAR           PIC 9(04) COMP VALUE ZERO.
002220 01  WS-CONV-CALC-MONTH          PIC 9(02) COMP VALUE ZERO.
002230 01  WS-CONV-QUAD-YEARS          PIC 9(04) COMP VALUE ZERO.
002240 01  WS-CONV-CENTURIES           PIC 9(04) COMP VALUE ZERO.
002250 01  WS-CONV-QUAD-CENTURIES      PIC 9(04) COMP VALUE ZERO.
002260 01  WS-CONV-MONTH-WORK          PIC 9(05) COMP VALUE ZERO.
002270 01  WS-CONV-MONTH-DAYS          PIC 9(05) COMP VALUE ZERO.
002280
002290 01  WS-COUNT-DISPLAY            PIC Z(06)9.
002300 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002310
002320 01  WS-SOL-HEADING-1.
002330     05  FILLER                  PIC X(31)
002340         VALUE "STANDING ORDERS DUE            ".
002350     05  FILLER                  PIC X(07) VALUE "RUN-ID ".
002360     05  WS-SOL-HDG-RUN-ID       PIC X(08).
002370     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
002380     05  WS-SOL-HDG-RUN-DATE     PIC 9(08).
002390     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002400     05  WS-SOL-HDG-PAGE         PIC ZZZ9.
002410     05  FILLER                  PIC X(04) VALUE SPACES.
002420 01  WS-SOL-HEADING-2.
002430     05  FILLER                  PIC X(27)
002440         VALUE "DUE DATES AFTER PRIOR DAY  ".
002450     05  WS-SOL-HDG-PRIOR-DATE   PIC 9(08).
002460     05  FILLER                  PIC X(06) VALUE " THRU ".
002470     05  WS-SOL-HDG-LAST-DATE    PIC 9(08).
002480     05  FILLER                  PIC X(31) VALUE SPACES.
002490 01  WS-SOL-HEADING-3.
002500     05  FILLER                  PIC X(28)
002510         VALUE " ORDER    DEBIT    CREDIT   ".
002520     05  FILLER                  PIC X(52)
002530         VALUE "        AMOUNT DUE DATE F RESULT".
002540 01  WS-SOL-DETAIL-LINE.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  WS-SOL-ORDER-ID         PIC X(08).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WS-SOL-DEBIT-ACCOUNT    PIC X(08).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WS-SOL-CREDIT-ACCOUNT   PIC X(08).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  WS-SOL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  WS-SOL-DUE-DATE         PIC 9(08).
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  WS-SOL-FREQUENCY        PIC X(01).
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  WS-SOL-RESULT           PIC X(09).
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  WS-SOL-REASON           PIC X(16).
002710 01  WS-SOL-TOTAL-LINE.
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  WS-SOL-TOT-LABEL        PIC X(30).
002740     05  WS-SOL-TOT-COUNT        PIC ZZZZZZ9.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  WS-SOL-TOT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                  PIC X(19) VALUE SPACES.
002780
002790 PROCEDURE DIVISION.
002800 0000-MAIN-PROCEDURE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF WS-STEP-RC = ZERO
002830         PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002840             UNTIL WS-ORDER-EOF
002850         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002860     END-IF.
002870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002880     GOBACK.
002890
002900******************************************************************
002910* Fix the run date and tonight's window, open everything, and
002920* position the master scan at the first order.  The master and
002930* the TRANSSO queue are created on first use; the queue is
002940* extended, not replaced, so legs still waiting from a night
002950* whose edit step failed are kept for the re-run.
002960******************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT JOBHDR-RUN-ID FROM ENVIRONMENT "RUN_ID".
002990     IF JOBHDR-RUN-ID = SPACES
003000         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
003010     END-IF.
003020     IF JOBHDR-RUN-ID IS NUMERIC
003030         MOVE JOBHDR-RUN-ID TO WS-RUN-DATE
003040     ELSE
003050         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003060     END-IF.
003070     PERFORM 1100-BUILD-WINDOW THRU 1100-EXIT.
003080     PERFORM 1300-CHECK-BACKOUT THRU 1300-EXIT.
003090     OPEN I-O STANDING-ORDER-FILE.
003100     IF WS-SOMST-NOT-FOUND
003110         OPEN OUTPUT STANDING-ORDER-FILE
003120         CLOSE STANDING-ORDER-FILE
003130         OPEN I-O STANDING-ORDER-FILE
003140     END-IF.
003150     IF NOT WS-SOMST-OK
003160         DISPLAY "SOGEN - STANDING-ORDER MASTER NOT AVAILABLE - "
003170             "STATUS " WS-SOMST-STATUS
003180         MOVE 16 TO WS-STEP-RC
003190         GO TO 1000-EXIT
003200     END-IF.
003210     OPEN INPUT ACCOUNT-MASTER-FILE.
003220     IF NOT WS-ACCTMST-OK
003230         DISPLAY "SOGEN - ACCOUNT MASTER NOT AVAILABLE - "
003240             "STATUS " WS-ACCTMST-STATUS
003250         CLOSE STANDING-ORDER-FILE
003260         MOVE 16 TO WS-STEP-RC
003270         GO TO 1000-EXIT
003280     END-IF.
003290     OPEN EXTEND TRANSSO-FILE.
003300     IF NOT WS-TRANSSO-OK
003310         OPEN OUTPUT TRANSSO-FILE
003320     END-IF.
003330     IF NOT WS-TRANSSO-OK
003340         DISPLAY "SOGEN - TRANSSO OPEN FAILED - STATUS "
003350             WS-TRANSSO-STATUS
003360         CLOSE STANDING-ORDER-FILE
003370         CLOSE ACCOUNT-MASTER-FILE
003380         MOVE 16 TO WS-STEP-RC
003390         GO TO 1000-EXIT
003400     END-IF.
003410     OPEN OUTPUT SO-LIST-FILE.
003420     IF NOT WS-SOLIST-OK
003430         DISPLAY "SOGEN - SOLIST OPEN FAILED - STATUS "
003440             WS-SOLIST-STATUS
003450         CLOSE STANDING-ORDER-FILE
003460         CLOSE ACCOUNT-MASTER-FILE
003470         CLOSE TRANSSO-FILE
003480         MOVE 16 TO WS-STEP-RC
003490         GO TO 1000-EXIT
003500     END-IF.
003510     SET WS-FILES-OPEN TO TRUE.
003520     MOVE JOBHDR-RUN-ID TO WS-SOL-HDG-RUN-ID.
003530     MOVE WS-RUN-DATE TO WS-SOL-HDG-RUN-DATE.
003540     MOVE WS-PRIOR-PROC-DATE TO WS-SOL-HDG-PRIOR-DATE.
003550     MOVE WS-RUN-DATE TO WS-SOL-HDG-LAST-DATE.
003560     MOVE LOW-VALUES TO SO-ORDER-ID.
003570     START STANDING-ORDER-FILE KEY NOT < SO-ORDER-ID
003580         INVALID KEY
003590             SET WS-ORDER-EOF TO TRUE
003600     END-START.
003610 1000-EXIT.
003620     EXIT.
003630
003640******************************************************************
003650* The window runs from the day after the prior processing day
003660* named on tonight's PROCCAL entry up to the run date.  With no
003670* calendar, no entry for the run date, or no prior processing
003680* day on it, the window is the run date alone.
003690******************************************************************
003700 1100-BUILD-WINDOW.
003710     MOVE ZERO TO WS-PRIOR-PROC-DATE.
003720     OPEN INPUT PROC-CALENDAR-FILE.
003730     IF WS-PROCCAL-OK
003740         MOVE WS-RUN-DATE TO CAL-DATE
003750         READ PROC-CALENDAR-FILE
003760             INVALID KEY
003770                 MOVE ZERO TO CAL-PRIOR-PROC-DATE
003780         END-READ
003790         IF CAL-PRIOR-PROC-DATE IS NUMERIC
003800                 AND CAL-PRIOR-PROC-DATE < WS-RUN-DATE
003810             MOVE CAL-PRIOR-PROC-DATE TO WS-PRIOR-PROC-DATE
003820         END-IF
003830         CLOSE PROC-CALENDAR-FILE
003840     END-IF.
003850     MOVE WS-RUN-DATE TO WS-STEP-DATE.
003860     IF WS-PRIOR-PROC-DATE = ZERO
003870         DISPLAY "SOGEN - NO PRIOR PROCESSING DAY ON PROCCAL FOR "
003880             WS-RUN-DATE " - ORDERS DUE ON THE RUN DATE ONLY"
003890         MOVE 1 TO WS-WINDOW-COUNT
003900         MOVE WS-RUN-DATE TO WS-WINDOW-DATE (1)
003910         PERFORM 1200-STEP-BACK-ONE-DAY THRU 1200-EXIT
003920         MOVE WS-STEP-DATE TO WS-PRIOR-PROC-DATE
003930         GO TO 1100-EXIT
003940     END-IF.
003950     PERFORM 1150-ADD-WINDOW-DATE THRU 1150-EXIT
003960         UNTIL WS-STEP-DATE NOT > WS-PRIOR-PROC-DATE
003970             OR WS-WINDOW-COUNT = WS-WINDOW-MAX.
003980     IF WS-STEP-DATE > WS-PRIOR-PROC-DATE
003990         MOVE WS-STEP-DATE TO WS-PRIOR-PROC-DATE
004000         DISPLAY "SOGEN - WINDOW CUT SHORT AT " WS-WINDOW-MAX
004010             " DAYS - DUE DATES ON OR BEFORE "
004020             WS-PRIOR-PROC-DATE " NOT GENERATED"
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004060
004070 1150-ADD-WINDOW-DATE.
004080     ADD 1 TO WS-WINDOW-COUNT.
004090     MOVE WS-STEP-DATE TO WS-WINDOW-DATE (WS-WINDOW-COUNT).
004100     PERFORM 1200-STEP-BACK-ONE-DAY THRU 1200-EXIT.
004110 1150-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* Step WS-STEP-DATE back one calendar day, across month and
004160* year ends.
004170******************************************************************
004180 1200-STEP-BACK-ONE-DAY.
004190     IF WS-STEP-DAY > 1
004200         SUBTRACT 1 FROM WS-STEP-DAY
004210         GO TO 1200-EXIT
004220     END-IF.
004230     IF WS-STEP-MONTH > 1
004240         SUBTRACT 1 FROM WS-STEP-MONTH
004250     ELSE
004260         MOVE 12 TO WS-STEP-MONTH
004270         SUBTRACT 1 FROM WS-STEP-YEAR
004280     END-IF.
004290     MOVE WS-MONTH-LENGTH (WS-STEP-MONTH) TO WS-STEP-DAY.
004300     IF WS-STEP-MONTH = 2
004310         DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004320             REMAINDER WS-LEAP-REMAINDER
004330         IF WS-LEAP-REMAINDER = ZERO
004340             MOVE 29 TO WS-STEP-DAY
004350             DIVIDE WS-STEP-YEAR BY 100
004360                 GIVING WS-LEAP-QUOTIENT
004370                 REMAINDER WS-LEAP-REMAINDER
004380             IF WS-LEAP-REMAINDER = ZERO
004390                 DIVIDE WS-STEP-YEAR BY 400
004400                     GIVING WS-LEAP-QUOTIENT
004410                     REMAINDER WS-LEAP-REMAINDER
004420                 IF WS-LEAP-REMAINDER NOT = ZERO
004430                     MOVE 28 TO WS-STEP-DAY
004440                 END-IF
004450             END-IF
004460         END-IF
004470     END-IF.
004480 1200-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* Has tonight's run-id been backed out?  RUNBKOUT files its BALCTL
004530* row under the backout id only once the backout is complete, so a
004540* row on file means everything the run posted has been reversed.
004550* With no BALCTL file there is nothing to find.
004560******************************************************************
004570 1300-CHECK-BACKOUT.
004580     MOVE "BK" TO WS-BACKOUT-PREFIX.
004590     MOVE JOBHDR-RUN-ID(3:6) TO WS-BACKOUT-SUFFIX.
004600     OPEN INPUT BAL-CONTROL-FILE.
004610     IF NOT WS-BALCTL-OK
004620         GO TO 1300-EXIT
004630     END-IF.
004640     MOVE WS-BACKOUT-ID TO BALCTL-RUN-ID.
004650     READ BAL-CONTROL-FILE
004660         INVALID KEY
004670             CONTINUE
004680     END-READ.
004690     IF WS-BALCTL-OK
004700         SET WS-RUN-BACKED-OUT TO TRUE
004710         DISPLAY "SOGEN - RUN " JOBHDR-RUN-ID " BACKED OUT AS "
004720             WS-BACKOUT-ID " - ITS ORDERS ARE REISSUED"
004730     END-IF.
004740     CLOSE BAL-CONTROL-FILE.
004750 1300-EXIT.
004760     EXIT.
004770******************************************************************
004780* One order.  A suspended or cancelled order is passed over.  An
004790* active one is tested against each window date, oldest first,
004800* and rewritten if any date was handled.  An order stamped by
004810* tonight's run-id before that run was backed out is reissued:
004820* its window dates are handled again.
004830******************************************************************
004840 2000-PROCESS-ORDER.
004850     READ STANDING-ORDER-FILE NEXT RECORD
004860         AT END
004870             SET WS-ORDER-EOF TO TRUE
004880             GO TO 2000-EXIT
004890     END-READ.
004900     ADD 1 TO WS-ORDER-COUNT.
004910     IF NOT SO-ACTIVE
004920         ADD 1 TO WS-INACTIVE-COUNT
004930         GO TO 2000-EXIT
004940     END-IF.
004950     MOVE "N" TO WS-ORDER-CHANGED-SWITCH.
004960     MOVE "N" TO WS-REISSUE-SWITCH.
004970     IF WS-RUN-BACKED-OUT AND SO-LAST-RUN-ID = JOBHDR-RUN-ID
004980         SET WS-REISSUING TO TRUE
004990     END-IF.
005000     PERFORM 2100-CHECK-ONE-DATE THRU 2100-EXIT
005010         VARYING WS-WINDOW-IDX FROM WS-WINDOW-COUNT BY -1
005020         UNTIL WS-WINDOW-IDX < 1.
005030     IF NOT WS-ORDER-CHANGED
005040         GO TO 2000-EXIT
005050     END-IF.
005060     REWRITE SO-RECORD
005070         INVALID KEY
005080             DISPLAY "SOGEN - REWRITE FAILED FOR ORDER "
005090                 SO-ORDER-ID " - STATUS " WS-SOMST-STATUS
005100             MOVE 16 TO WS-STEP-RC
005110             SET WS-ORDER-EOF TO TRUE
005120     END-REWRITE.
005130 2000-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* One window date for the current order.  A date already handled
005180* on an earlier night (or an earlier run of tonight), before the
005190* order's start date, or after its end date is passed over.  An
005200* order being reissued takes the dates its backed-out run handled
005210* again.
005220******************************************************************
005230 2100-CHECK-ONE-DATE.
005240     MOVE WS-WINDOW-DATE (WS-WINDOW-IDX) TO WS-DUE-DATE.
005250     IF WS-DUE-DATE < SO-START-DATE
005260         GO TO 2100-EXIT
005270     END-IF.
005280     IF WS-DUE-DATE NOT > SO-LAST-DUE-DATE AND NOT WS-REISSUING
005290         GO TO 2100-EXIT
005300     END-IF.
005310     IF SO-END-DATE NOT = ZERO
005320             AND WS-DUE-DATE > SO-END-DATE
005330         GO TO 2100-EXIT
005340     END-IF.
005350     PERFORM 2200-TEST-DUE THRU 2200-EXIT.
005360     IF NOT WS-ORDER-DUE
005370         GO TO 2100-EXIT
005380     END-IF.
005390     PERFORM 3000-CHECK-LEGS THRU 3000-EXIT.
005400     IF WS-FAIL-REASON = SPACES
005410         PERFORM 3500-GENERATE-LEGS THRU 3500-EXIT
005420     ELSE
005430         PERFORM 3600-RECORD-FAILURE THRU 3600-EXIT
005440     END-IF.
005450     MOVE WS-DUE-DATE TO SO-LAST-DUE-DATE.
005460     IF WS-REISSUING
005470         MOVE WS-BACKOUT-ID TO SO-LAST-RUN-ID
005480     ELSE
005490         MOVE JOBHDR-RUN-ID TO SO-LAST-RUN-ID
005500     END-IF.
005510     SET WS-ORDER-CHANGED TO TRUE.
005520 2100-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* Is the order due on WS-DUE-DATE?  Weekly: a whole number of
005570* weeks after the start date.  Monthly: on the start date's day
005580* of the month.  Day-of-month: on SO-DUE-DAY.  A monthly or day-
005590* of-month day past the end of a short month falls due on that
005600* month's last day.
005610******************************************************************
005620 2200-TEST-DUE.
005630     MOVE "N" TO WS-ORDER-DUE-SWITCH.
005640     IF SO-WEEKLY
005650         MOVE SO-START-DATE TO WS-CONV-DATE
005660         PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT
005670         MOVE WS-CONV-DAY-NUMBER TO WS-START-DAY-NUMBER
005680         MOVE WS-DUE-DATE TO WS-CONV-DATE
005690         PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT
005700         COMPUTE WS-DAYS-SINCE-START =
005710             WS-CONV-DAY-NUMBER - WS-START-DAY-NUMBER
005720         DIVIDE WS-DAYS-SINCE-START BY 7
005730             GIVING WS-WEEK-QUOTIENT
005740             REMAINDER WS-WEEK-REMAINDER
005750         IF WS-WEEK-REMAINDER = ZERO
005760             SET WS-ORDER-DUE TO TRUE
005770         END-IF
005780         GO TO 2200-EXIT
005790     END-IF.
005800     IF SO-MONTHLY
005810         MOVE SO-START-DATE TO WS-START-DATE
005820         MOVE WS-START-DAY TO WS-TARGET-DAY
005830     ELSE
005840         IF SO-DAY-OF-MONTH
005850             MOVE SO-DUE-DAY TO WS-TARGET-DAY
005860         ELSE
005870             GO TO 2200-EXIT
005880         END-IF
005890     END-IF.
005900     PERFORM 2300-SET-MONTH-END THRU 2300-EXIT.
005910     IF WS-TARGET-DAY > WS-MONTH-END-DAY
005920         MOVE WS-MONTH-END-DAY TO WS-TARGET-DAY
005930     END-IF.
005940     IF WS-DUE-DAY = WS-TARGET-DAY
005950         SET WS-ORDER-DUE TO TRUE
005960     END-IF.
005970 2200-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* The last day of the due date's month.
006020******************************************************************
006030 2300-SET-MONTH-END.
006040     MOVE WS-MONTH-LENGTH (WS-DUE-MONTH) TO WS-MONTH-END-DAY.
006050     IF WS-DUE-MONTH = 2
006060         DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006070             REMAINDER WS-LEAP-REMAINDER
006080         IF WS-LEAP-REMAINDER = ZERO
006090             MOVE 29 TO WS-MONTH-END-DAY
006100             DIVIDE WS-DUE-YEAR BY 100
006110                 GIVING WS-LEAP-QUOTIENT
006120                 REMAINDER WS-LEAP-REMAINDER
006130             IF WS-LEAP-REMAINDER = ZERO
006140                 DIVIDE WS-DUE-YEAR BY 400
006150                     GIVING WS-LEAP-QUOTIENT
006160                     REMAINDER WS-LEAP-REMAINDER
006170                 IF WS-LEAP-REMAINDER NOT = ZERO
006180                     MOVE 28 TO WS-MONTH-END-DAY
006190                 END-IF
006200             END-IF
006210         END-IF
006220     END-IF.
006230 2300-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* Check both legs before anything is written.  The debit leg
006280* must be able to post: the account on file and open, and the
006290* amount inside the balance plus overdraft limit less what
006300* tonight's earlier orders have drawn - the same test the
006310* posting step applies, so an order that passes here is not
006320* returned NSF there.  The credit leg must name an account on
006330* file and open.  WS-FAIL-REASON stays blank when both pass.
006340******************************************************************
006350 3000-CHECK-LEGS.
006360     MOVE SPACES TO WS-FAIL-REASON.
006370     MOVE SO-DEBIT-ACCOUNT TO ACCT-NUMBER.
006380     READ ACCOUNT-MASTER-FILE
006390         INVALID KEY
006400             MOVE "DR ACCT MISSING" TO WS-FAIL-REASON
006410             GO TO 3000-EXIT
006420     END-READ.
006430     IF NOT ACCT-OPEN
006440         MOVE "DR ACCT CLOSED" TO WS-FAIL-REASON
006450         GO TO 3000-EXIT
006460     END-IF.
006470     IF ACCT-OD-LIMIT-X NOT NUMERIC
006480         MOVE ZERO TO ACCT-OD-LIMIT
006490     END-IF.
006495     MOVE "N" TO WS-RESERVE-FOUND-SWITCH.
006500     PERFORM 3100-SEARCH-RESERVE THRU 3100-EXIT
006510         VARYING WS-RESERVE-IDX FROM 1 BY 1
006520         UNTIL WS-RESERVE-IDX > WS-RESERVE-COUNT
006530             OR WS-RESERVE-FOUND.
006540     IF WS-RESERVE-FOUND
006545         SUBTRACT 1 FROM WS-RESERVE-IDX
006548     END-IF.
006550     COMPUTE WS-AVAILABLE-FUNDS = ACCT-BALANCE + ACCT-OD-LIMIT.
006560     IF WS-RESERVE-IDX NOT > WS-RESERVE-COUNT
006570         SUBTRACT WS-RSV-AMOUNT (WS-RESERVE-IDX)
006580             FROM WS-AVAILABLE-FUNDS
006590     END-IF.
006600     IF SO-AMOUNT > WS-AVAILABLE-FUNDS
006610         MOVE "NSF" TO WS-FAIL-REASON
006620         GO TO 3000-EXIT
006630     END-IF.
006640     MOVE SO-CREDIT-ACCOUNT TO ACCT-NUMBER.
006650     READ ACCOUNT-MASTER-FILE
006660         INVALID KEY
006670             MOVE "CR ACCT MISSING" TO WS-FAIL-REASON
006680             GO TO 3000-EXIT
006690     END-READ.
006700     IF NOT ACCT-OPEN
006710         MOVE "CR ACCT CLOSED" TO WS-FAIL-REASON
006720     END-IF.
006730 3000-EXIT.
006740     EXIT.
006750
006760 3100-SEARCH-RESERVE.
006770     IF WS-RSV-ACCOUNT (WS-RESERVE-IDX) = SO-DEBIT-ACCOUNT
006775         SET WS-RESERVE-FOUND TO TRUE
006778     END-IF.
006780 3100-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820* Queue the debit leg then the credit leg, each dated on the due
006830* date, and draw the amount against the debit account for the
006840* rest of tonight's orders.
006850******************************************************************
006860 3500-GENERATE-LEGS.
006870     MOVE SPACES TO TRANS-RECORD.
006880     MOVE "DB" TO TRANS-CODE.
006890     MOVE SO-DEBIT-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
006900     MOVE SO-AMOUNT TO TRANS-AMOUNT.
006910     MOVE WS-DUE-DATE TO TRANS-EFFECTIVE-DATE-X.
006920     WRITE TRANSSO-RECORD FROM TRANS-RECORD.
006930     MOVE "CR" TO TRANS-CODE.
006940     MOVE SO-CREDIT-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
006950     WRITE TRANSSO-RECORD FROM TRANS-RECORD.
006960     ADD 2 TO WS-LEG-COUNT.
006970     ADD 1 TO WS-GENERATED-COUNT.
006980     ADD SO-AMOUNT TO WS-GENERATED-TOTAL.
006990     PERFORM 3550-RESERVE-FUNDS THRU 3550-EXIT.
007000     SET SO-LAST-GENERATED TO TRUE.
007010     IF WS-REISSUING
007020         ADD 1 TO WS-REISSUED-COUNT
007030         ADD SO-AMOUNT TO WS-REISSUED-TOTAL
007040         MOVE "REISSUED" TO WS-SOL-RESULT
007050     ELSE
007060         MOVE "GENERATED" TO WS-SOL-RESULT
007070     END-IF.
007080     MOVE SPACES TO WS-SOL-REASON.
007090     PERFORM 7000-LIST-ORDER THRU 7000-EXIT.
007100 3500-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* Draw the amount against the debit account's entry, adding the
007150* entry if this is the account's first order tonight.
007160* WS-RESERVE-IDX is left by the search in 3000.
007170******************************************************************
007180 3550-RESERVE-FUNDS.
007190     IF WS-RESERVE-IDX > WS-RESERVE-COUNT
007200         IF WS-RESERVE-COUNT NOT < WS-RESERVE-MAX
007210             DISPLAY "SOGEN - RESERVE TABLE FULL - ACCOUNT "
007220                 SO-DEBIT-ACCOUNT " NOT TRACKED"
007230             GO TO 3550-EXIT
007240         END-IF
007250         ADD 1 TO WS-RESERVE-COUNT
007260         MOVE WS-RESERVE-COUNT TO WS-RESERVE-IDX
007270         MOVE SO-DEBIT-ACCOUNT TO WS-RSV-ACCOUNT (WS-RESERVE-IDX)
007280         MOVE ZERO TO WS-RSV-AMOUNT (WS-RESERVE-IDX)
007290     END-IF.
007300     ADD SO-AMOUNT TO WS-RSV-AMOUNT (WS-RESERVE-IDX).
007310 3550-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* A failed order generates neither leg.  It is marked failed for
007360* this due date and listed with the reason; the date is not
007370* retried on a later night.
007380******************************************************************
007390 3600-RECORD-FAILURE.
007400     ADD 1 TO WS-FAILED-COUNT.
007410     ADD SO-AMOUNT TO WS-FAILED-TOTAL.
007420     SET SO-LAST-FAILED TO TRUE.
007430     MOVE "FAILED" TO WS-SOL-RESULT.
007440     MOVE WS-FAIL-REASON TO WS-SOL-REASON.
007450     DISPLAY "SOGEN - ORDER " SO-ORDER-ID " DUE " WS-DUE-DATE
007460         " FAILED - " WS-FAIL-REASON.
007470     PERFORM 7000-LIST-ORDER THRU 7000-EXIT.
007480 3600-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* Convert WS-CONV-DATE (YYYYMMDD) to a running day number in
007530* WS-CONV-DAY-NUMBER.  Each DIVIDE truncates to a whole number,
007540* which is what the leap-year corrections depend on.
007550******************************************************************
007560 5000-DATE-TO-DAY-NUMBER.
007570     MOVE WS-CONV-YEAR TO WS-CONV-CALC-YEAR.
007580     MOVE WS-CONV-MONTH TO WS-CONV-CALC-MONTH.
007590     IF WS-CONV-CALC-MONTH < 3
007600         SUBTRACT 1 FROM WS-CONV-CALC-YEAR
007610         ADD 12 TO WS-CONV-CALC-MONTH
007620     END-IF.
007630     DIVIDE WS-CONV-CALC-YEAR BY 4 GIVING WS-CONV-QUAD-YEARS.
007640     DIVIDE WS-CONV-CALC-YEAR BY 100 GIVING WS-CONV-CENTURIES.
007650     DIVIDE WS-CONV-CALC-YEAR BY 400
007660         GIVING WS-CONV-QUAD-CENTURIES.
007670     COMPUTE WS-CONV-MONTH-WORK =
007680         153 * (WS-CONV-CALC-MONTH - 3) + 2.
007690     DIVIDE WS-CONV-MONTH-WORK BY 5 GIVING WS-CONV-MONTH-DAYS.
007700     COMPUTE WS-CONV-DAY-NUMBER = WS-CONV-CALC-YEAR * 365
007710         + WS-CONV-QUAD-YEARS - WS-CONV-CENTURIES
007720         + WS-CONV-QUAD-CENTURIES + WS-CONV-MONTH-DAYS
007730         + WS-CONV-DAY.
007740 5000-EXIT.
007750     EXIT.
007760
007770 7000-LIST-ORDER.
007780     IF WS-LIST-LINE-COUNT > 55
007790         PERFORM 7200-LIST-HEADING THRU 7200-EXIT
007800     END-IF.
007810     MOVE SO-ORDER-ID TO WS-SOL-ORDER-ID.
007820     MOVE SO-DEBIT-ACCOUNT TO WS-SOL-DEBIT-ACCOUNT.
007830     MOVE SO-CREDIT-ACCOUNT TO WS-SOL-CREDIT-ACCOUNT.
007840     MOVE SO-AMOUNT TO WS-SOL-AMOUNT.
007850     MOVE WS-DUE-DATE TO WS-SOL-DUE-DATE.
007860     MOVE SO-FREQUENCY TO WS-SOL-FREQUENCY.
007870     WRITE SO-LIST-LINE FROM WS-SOL-DETAIL-LINE.
007880     ADD 1 TO WS-LIST-LINE-COUNT.
007890 7000-EXIT.
007900     EXIT.
007910
007920 7200-LIST-HEADING.
007930     ADD 1 TO WS-LIST-PAGE-COUNT.
007940     MOVE WS-LIST-PAGE-COUNT TO WS-SOL-HDG-PAGE.
007950     WRITE SO-LIST-LINE FROM WS-SOL-HEADING-1.
007960     WRITE SO-LIST-LINE FROM WS-SOL-HEADING-2.
007970     WRITE SO-LIST-LINE FROM WS-SOL-HEADING-3.
007980     WRITE SO-LIST-LINE FROM SPACES.
007990     MOVE 4 TO WS-LIST-LINE-COUNT.
008000 7200-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* Listing totals.  A night with nothing due still prints its
008050* heading, so the listing always shows the step ran.
008060******************************************************************
008070 8000-WRITE-TOTALS.
008080     IF WS-LIST-LINE-COUNT > 50
008090         PERFORM 7200-LIST-HEADING THRU 7200-EXIT
008100     END-IF.
008110     WRITE SO-LIST-LINE FROM SPACES.
008120     MOVE "ORDERS GENERATED" TO WS-SOL-TOT-LABEL.
008130     MOVE WS-GENERATED-COUNT TO WS-SOL-TOT-COUNT.
008140     MOVE WS-GENERATED-TOTAL TO WS-SOL-TOT-AMOUNT.
008150     WRITE SO-LIST-LINE FROM WS-SOL-TOTAL-LINE.
008160     IF WS-RUN-BACKED-OUT
008170         MOVE "  REISSUED AFTER BACKOUT" TO WS-SOL-TOT-LABEL
008180         MOVE WS-REISSUED-COUNT TO WS-SOL-TOT-COUNT
008190         MOVE WS-REISSUED-TOTAL TO WS-SOL-TOT-AMOUNT
008200         WRITE SO-LIST-LINE FROM WS-SOL-TOTAL-LINE
008210     END-IF.
008220     MOVE "ORDERS FAILED" TO WS-SOL-TOT-LABEL.
008230     MOVE WS-FAILED-COUNT TO WS-SOL-TOT-COUNT.
008240     MOVE WS-FAILED-TOTAL TO WS-SOL-TOT-AMOUNT.
008250     WRITE SO-LIST-LINE FROM WS-SOL-TOTAL-LINE.
008260 8000-EXIT.
008270     EXIT.
008280
008290 9000-TERMINATE.
008300     IF WS-FILES-OPEN
008310         CLOSE STANDING-ORDER-FILE
008320         CLOSE ACCOUNT-MASTER-FILE
008330         CLOSE TRANSSO-FILE
008340         CLOSE SO-LIST-FILE
008350     END-IF.
008360     MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY.
008370     DISPLAY "SOGEN - ORDERS READ:           " WS-COUNT-DISPLAY.
008380     MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY.
008390     DISPLAY "SOGEN - NOT ACTIVE:            " WS-COUNT-DISPLAY.
008400     MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY.
008410     DISPLAY "SOGEN - ORDERS GENERATED:      " WS-COUNT-DISPLAY.
008420     MOVE WS-GENERATED-TOTAL TO WS-AMOUNT-DISPLAY.
008430     DISPLAY "SOGEN -   AMOUNT:  " WS-AMOUNT-DISPLAY.
008440     MOVE WS-REISSUED-COUNT TO WS-COUNT-DISPLAY.
008450     DISPLAY "SOGEN - REISSUED AFTER BACKOUT:" WS-COUNT-DISPLAY.
008460     MOVE WS-LEG-COUNT TO WS-COUNT-DISPLAY.
008470     DISPLAY "SOGEN - LEGS QUEUED TO TRANSSO:" WS-COUNT-DISPLAY.
008480     MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
008490     DISPLAY "SOGEN - ORDERS FAILED:         " WS-COUNT-DISPLAY.
008500     MOVE WS-FAILED-TOTAL TO WS-AMOUNT-DISPLAY.
008510     DISPLAY "SOGEN -   AMOUNT:  " WS-AMOUNT-DISPLAY.
008520     MOVE WS-STEP-RC TO RETURN-CODE.
008530 9000-EXIT.
008540     EXIT.
008550
008560 END PROGRAM SOGEN.
