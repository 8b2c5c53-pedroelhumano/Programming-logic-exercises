000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Console maintenance utility for the SOMST standing-
000070*             order master, in the style of the account-master
000080*             console - lets the payments group add a standing
000090*             order, change its amount or end date, and suspend,
000100*             cancel, or reactivate it.  The nightly generation
000110*             step reads the master and queues each order's
000120*             debit and credit legs on its due dates; nothing
000130*             here moves money.  Every action writes an audit
000140*             row to the SOAUDIT file.  Adding an order, changing
000150*             its amount, extending or clearing its end date, and
000160*             reactivating it are money decisions, so they take an
000170*             active roster supervisor other than the operator
000180*             keying them.
000190* Tectonics: cobc
000200*-----------------------------------------------------------------
000210* Maintenance History
000220* DATE       BY   DESCRIPTION
000230* 2026-10-15 JCM  Initial version.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SOMAINT.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STANDING-ORDER-FILE ASSIGN TO "SOMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS SO-ORDER-ID
000350         FILE STATUS IS WS-SOMST-STATUS.
000360     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ACCT-NUMBER
000400         FILE STATUS IS WS-ACCTMST-STATUS.
000410     SELECT OPERATOR-CTL-FILE ASSIGN TO "OPCTL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS OPCTL-OPERATOR-ID
000450         FILE STATUS IS WS-OPCTL-STATUS.
000460     SELECT AUDIT-FILE ASSIGN TO "SOAUDIT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  STANDING-ORDER-FILE.
000540     COPY STORDREC.
000550 FD  ACCOUNT-MASTER-FILE.
000560     COPY ACCTREC.
000570 FD  OPERATOR-CTL-FILE.
000580     COPY OPCTLREC.
000590 FD  AUDIT-FILE.
000600     COPY SOAUDREC.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-SOMST-STATUS             PIC X(02).
000640     88  WS-SOMST-OK                 VALUE "00".
000650     88  WS-SOMST-NOT-FOUND          VALUE "23" "35".
000660 01  WS-ACCTMST-STATUS           PIC X(02).
000670     88  WS-ACCTMST-OK               VALUE "00".
000680 01  WS-OPCTL-STATUS             PIC X(02).
000690     88  WS-OPCTL-OK                 VALUE "00".
000700 01  WS-AUDIT-STATUS             PIC X(02).
000710     88  WS-AUDIT-OK                 VALUE "00".
000720
000730 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
000740     88  WS-DONE                     VALUE "Y".
000750 01  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
000760     88  WS-MASTER-OPEN              VALUE "Y".
000770 01  WS-ACCOUNTS-OPEN-SWITCH     PIC X(01) VALUE "N".
000780     88  WS-ACCOUNTS-OPEN            VALUE "Y".
000790 01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
000800     88  WS-DATE-VALID               VALUE "Y".
000810 01  WS-ACCOUNT-VALID-SWITCH     PIC X(01) VALUE "N".
000820     88  WS-ACCOUNT-VALID            VALUE "Y".
000830
000840 01  WS-FUNCTION                 PIC X(01).
000850 01  WS-KEY-ENTERED              PIC X(08).
000860 01  WS-OPERATOR-ID              PIC X(08).
000870 01  WS-SUPERVISOR-ID            PIC X(08).
000880 01  WS-AMOUNT-IN                PIC X(11).
000890 01  WS-AMOUNT-IN-N              REDEFINES WS-AMOUNT-IN
000900                                 PIC 9(09)V99.
000910 01  WS-DUE-DAY-IN               PIC X(02).
000920 01  WS-DUE-DAY-IN-N             REDEFINES WS-DUE-DAY-IN
000930                                 PIC 9(02).
000940 01  WS-DATE-IN                  PIC X(08).
000950 01  WS-DATE-IN-N                REDEFINES WS-DATE-IN
000960                                 PIC 9(08).
000970 01  WS-DATE-IN-PARTS            REDEFINES WS-DATE-IN.
000980     05  WS-DATE-IN-YEAR         PIC 9(04).
000990     05  WS-DATE-IN-MONTH        PIC 9(02).
001000     05  WS-DATE-IN-DAY          PIC 9(02).
001010 01  WS-MONTH-LENGTHS            PIC X(24)
001020                                 VALUE "312931303130313130313031".
001030 01  WS-MONTH-LENGTH-TABLE       REDEFINES WS-MONTH-LENGTHS.
001040     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001050 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001060 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001070 01  WS-STATUS-ENTERED           PIC X(01).
001080 01  WS-AUDIT-ACTION             PIC X(01).
001090 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZ9.99.
001100 01  WS-NOT-DONE-TEXT            PIC X(11) VALUE "NOT ADDED".
001110
001120 PROCEDURE DIVISION.
001130 0000-MAIN-PROCEDURE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001160         UNTIL WS-DONE.
001170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001180     GOBACK.
001190
001200******************************************************************
001210* The standing-order master is created on first use.  The
001220* account master is only read, to check that both legs of a new
001230* order name an open account; without it no order can be added,
001240* but the existing orders can still be viewed and changed.
001250******************************************************************
001260 1000-INITIALIZE.
001270     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
001280     IF WS-OPERATOR-ID = SPACES
001290         MOVE "DEFAULT " TO WS-OPERATOR-ID
001300     END-IF.
001310     OPEN I-O STANDING-ORDER-FILE.
001320     IF WS-SOMST-NOT-FOUND
001330         OPEN OUTPUT STANDING-ORDER-FILE
001340         CLOSE STANDING-ORDER-FILE
001350         OPEN I-O STANDING-ORDER-FILE
001360     END-IF.
001370     IF WS-SOMST-OK
001380         SET WS-MASTER-OPEN TO TRUE
001390     ELSE
001400         DISPLAY "STANDING-ORDER MASTER NOT AVAILABLE - STATUS "
001410             WS-SOMST-STATUS
001420         SET WS-DONE TO TRUE
001430         GO TO 1000-EXIT
001440     END-IF.
001450     OPEN INPUT ACCOUNT-MASTER-FILE.
001460     IF WS-ACCTMST-OK
001470         SET WS-ACCOUNTS-OPEN TO TRUE
001480     ELSE
001490         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
001500             WS-ACCTMST-STATUS " - ORDERS CANNOT BE ADDED"
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540
001550 2000-PROCESS-MENU.
001560     DISPLAY " ".
001570     DISPLAY "STANDING ORDER MAINTENANCE".
001580     DISPLAY "  A - ADD STANDING ORDER".
001590     DISPLAY "  V - VIEW STANDING ORDER".
001600     DISPLAY "  M - CHANGE AMOUNT".
001610     DISPLAY "  E - CHANGE END DATE".
001620     DISPLAY "  S - SET ACTIVE/SUSPENDED/CANCELLED STATUS".
001630     DISPLAY "  X - EXIT".
001640     DISPLAY "SELECTION: " WITH NO ADVANCING.
001650     ACCEPT WS-FUNCTION.
001660     EVALUATE WS-FUNCTION
001670         WHEN "A"
001680             PERFORM 3000-ADD-ORDER THRU 3000-EXIT
001690         WHEN "V"
001700             PERFORM 4000-VIEW-ORDER THRU 4000-EXIT
001710         WHEN "M"
001720             PERFORM 4500-CHANGE-AMOUNT THRU 4500-EXIT
001730         WHEN "E"
001740             PERFORM 5000-CHANGE-END-DATE THRU 5000-EXIT
001750         WHEN "S"
001760             PERFORM 5500-SET-STATUS THRU 5500-EXIT
001770         WHEN "X"
001780             SET WS-DONE TO TRUE
001790         WHEN OTHER
001800             DISPLAY "INVALID SELECTION"
001810     END-EVALUATE.
001820 2000-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860* Add a standing order.  Both accounts must be on the account
001870* master and open, and must differ.  A day-of-month order keys
001880* its due day; a monthly order falls due on the start date's
001890* day of the month; a weekly order every seventh day from the
001900* start date.  An end date of 00000000 leaves the order open-
001910* ended.  The order starts active with nothing yet generated.
001920******************************************************************
001930 3000-ADD-ORDER.
001940     IF NOT WS-ACCOUNTS-OPEN
001950         DISPLAY "ACCOUNT MASTER NOT AVAILABLE - NOT ADDED"
001960         GO TO 3000-EXIT
001970     END-IF.
001980     MOVE SPACES TO SO-RECORD.
001990     DISPLAY "ORDER ID: " WITH NO ADVANCING.
002000     ACCEPT SO-ORDER-ID.
002010     IF SO-ORDER-ID NOT NUMERIC OR SO-ORDER-ID = "00000000"
002020         DISPLAY "ORDER ID MUST BE AN 8-DIGIT NUMBER - NOT ADDED"
002030         GO TO 3000-EXIT
002040     END-IF.
002050     DISPLAY "DEBIT ACCOUNT: " WITH NO ADVANCING.
002060     ACCEPT SO-DEBIT-ACCOUNT.
002070     MOVE SO-DEBIT-ACCOUNT TO WS-KEY-ENTERED.
002080     PERFORM 6000-CHECK-ACCOUNT THRU 6000-EXIT.
002090     IF NOT WS-ACCOUNT-VALID
002100         GO TO 3000-EXIT
002110     END-IF.
002120     DISPLAY "CREDIT ACCOUNT: " WITH NO ADVANCING.
002130     ACCEPT SO-CREDIT-ACCOUNT.
002140     IF SO-CREDIT-ACCOUNT = SO-DEBIT-ACCOUNT
002150         DISPLAY "CREDIT ACCOUNT MUST DIFFER FROM DEBIT "
002160             "ACCOUNT - NOT ADDED"
002170         GO TO 3000-EXIT
002180     END-IF.
002190     MOVE SO-CREDIT-ACCOUNT TO WS-KEY-ENTERED.
002200     PERFORM 6000-CHECK-ACCOUNT THRU 6000-EXIT.
002210     IF NOT WS-ACCOUNT-VALID
002220         GO TO 3000-EXIT
002230     END-IF.
002240     DISPLAY "AMOUNT (11 DIGITS, 99V99, ZERO PADDED): "
002250         WITH NO ADVANCING.
002260     ACCEPT WS-AMOUNT-IN.
002270     IF WS-AMOUNT-IN NOT NUMERIC
002280         DISPLAY "AMOUNT MUST BE AN 11-DIGIT NUMBER - NOT ADDED"
002290         GO TO 3000-EXIT
002300     END-IF.
002310     MOVE WS-AMOUNT-IN-N TO SO-AMOUNT.
002320     IF SO-AMOUNT = ZERO
002330         DISPLAY "AMOUNT MUST NOT BE ZERO - NOT ADDED"
002340         GO TO 3000-EXIT
002350     END-IF.
002360     DISPLAY "FREQUENCY (W=WEEKLY, M=MONTHLY, D=DAY OF MONTH): "
002370         WITH NO ADVANCING.
002380     ACCEPT SO-FREQUENCY.
002390     IF NOT SO-VALID-FREQUENCY
002400         DISPLAY "FREQUENCY MUST BE W, M OR D - NOT ADDED"
002410         GO TO 3000-EXIT
002420     END-IF.
002430     MOVE ZERO TO SO-DUE-DAY.
002440     IF SO-DAY-OF-MONTH
002450         DISPLAY "DUE DAY OF MONTH (01-31): " WITH NO ADVANCING
002460         ACCEPT WS-DUE-DAY-IN
002470         IF WS-DUE-DAY-IN NOT NUMERIC
002480                 OR WS-DUE-DAY-IN-N < 1 OR WS-DUE-DAY-IN-N > 31
002490             DISPLAY "DUE DAY MUST BE 01 TO 31 - NOT ADDED"
002500             GO TO 3000-EXIT
002510         END-IF
002520         MOVE WS-DUE-DAY-IN-N TO SO-DUE-DAY
002530     END-IF.
002540     DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING.
002550     ACCEPT WS-DATE-IN.
002560     PERFORM 6200-CHECK-DATE THRU 6200-EXIT.
002570     IF NOT WS-DATE-VALID
002580         DISPLAY "START DATE IS NOT A VALID DATE - NOT ADDED"
002590         GO TO 3000-EXIT
002600     END-IF.
002610     MOVE WS-DATE-IN-N TO SO-START-DATE.
002620     IF SO-MONTHLY
002630         MOVE WS-DATE-IN-DAY TO SO-DUE-DAY
002640     END-IF.
002650     DISPLAY "END DATE (YYYYMMDD, 00000000 = NO END DATE): "
002660         WITH NO ADVANCING.
002670     ACCEPT WS-DATE-IN.
002680     IF WS-DATE-IN = "00000000"
002690         MOVE ZERO TO SO-END-DATE
002700     ELSE
002710         PERFORM 6200-CHECK-DATE THRU 6200-EXIT
002720         IF NOT WS-DATE-VALID
002730             DISPLAY "END DATE IS NOT A VALID DATE - NOT ADDED"
002740             GO TO 3000-EXIT
002750         END-IF
002760         IF WS-DATE-IN-N < SO-START-DATE
002770             DISPLAY "END DATE IS BEFORE START DATE - NOT ADDED"
002780             GO TO 3000-EXIT
002790         END-IF
002800         MOVE WS-DATE-IN-N TO SO-END-DATE
002810     END-IF.
002820     MOVE "NOT ADDED" TO WS-NOT-DONE-TEXT.
002830     PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT.
002840     IF WS-SUPERVISOR-ID = SPACES
002850         GO TO 3000-EXIT
002860     END-IF.
002870     SET SO-ACTIVE TO TRUE.
002880     MOVE ZERO TO SO-LAST-DUE-DATE.
002890     MOVE SPACE TO SO-LAST-RESULT.
002900     MOVE SPACES TO SO-LAST-RUN-ID.
002910     WRITE SO-RECORD
002920         INVALID KEY
002930             DISPLAY "ORDER ALREADY ON FILE - NOT ADDED"
002940             GO TO 3000-EXIT
002950     END-WRITE.
002960     DISPLAY "STANDING ORDER " SO-ORDER-ID " ADDED".
002970     MOVE "A" TO WS-AUDIT-ACTION.
002980     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
002990 3000-EXIT.
003000     EXIT.
003010
003020 4000-VIEW-ORDER.
003030     PERFORM 6100-READ-ORDER THRU 6100-EXIT.
003040     IF WS-KEY-ENTERED = SPACES
003050         GO TO 4000-EXIT
003060     END-IF.
003070     MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY.
003080     DISPLAY "ORDER " SO-ORDER-ID "  STATUS " SO-STATUS.
003090     DISPLAY "  DEBIT  " SO-DEBIT-ACCOUNT "  CREDIT "
003100         SO-CREDIT-ACCOUNT "  AMOUNT " WS-AMOUNT-DISPLAY.
003110     DISPLAY "  FREQUENCY " SO-FREQUENCY "  DUE DAY " SO-DUE-DAY
003120         "  START " SO-START-DATE "  END " SO-END-DATE.
003130     DISPLAY "  LAST DUE DATE " SO-LAST-DUE-DATE "  RESULT "
003140         SO-LAST-RESULT "  RUN-ID " SO-LAST-RUN-ID.
003150 4000-EXIT.
003160     EXIT.
003170
003180 4500-CHANGE-AMOUNT.
003190     PERFORM 6100-READ-ORDER THRU 6100-EXIT.
003200     IF WS-KEY-ENTERED = SPACES
003210         GO TO 4500-EXIT
003220     END-IF.
003230     MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY.
003240     DISPLAY "CURRENT AMOUNT: " WS-AMOUNT-DISPLAY.
003250     DISPLAY "NEW AMOUNT (11 DIGITS, 99V99, ZERO PADDED): "
003260         WITH NO ADVANCING.
003270     ACCEPT WS-AMOUNT-IN.
003280     IF WS-AMOUNT-IN NOT NUMERIC
003290         DISPLAY "AMOUNT MUST BE AN 11-DIGIT NUMBER - NOT CHANGED"
003300         GO TO 4500-EXIT
003310     END-IF.
003320     IF WS-AMOUNT-IN-N = ZERO
003330         DISPLAY "AMOUNT MUST NOT BE ZERO - NOT CHANGED"
003340         GO TO 4500-EXIT
003350     END-IF.
003360     MOVE "NOT CHANGED" TO WS-NOT-DONE-TEXT.
003370     PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT.
003380     IF WS-SUPERVISOR-ID = SPACES
003390         GO TO 4500-EXIT
003400     END-IF.
003410     MOVE WS-AMOUNT-IN-N TO SO-AMOUNT.
003420     REWRITE SO-RECORD.
003430     MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY.
003440     DISPLAY "STANDING ORDER " SO-ORDER-ID " AMOUNT SET TO "
003450         WS-AMOUNT-DISPLAY.
003460     MOVE "M" TO WS-AUDIT-ACTION.
003470     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
003480 4500-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* Change the end date.  Bringing an order's end date forward
003530* only stops future payments, so no supervisor is needed.  Moving
003540* it later or clearing it (00000000, no end date) pays more and
003550* can revive an expired order, so it takes a supervisor, as
003560* reactivating does.  An end date before the start date is
003570* refused.
003580******************************************************************
003590 5000-CHANGE-END-DATE.
003600     PERFORM 6100-READ-ORDER THRU 6100-EXIT.
003610     IF WS-KEY-ENTERED = SPACES
003620         GO TO 5000-EXIT
003630     END-IF.
003640     DISPLAY "CURRENT END DATE: " SO-END-DATE.
003650     DISPLAY "NEW END DATE (YYYYMMDD, 00000000 = NO END DATE): "
003660         WITH NO ADVANCING.
003670     ACCEPT WS-DATE-IN.
003680     IF WS-DATE-IN NOT = "00000000"
003690         PERFORM 6200-CHECK-DATE THRU 6200-EXIT
003700         IF NOT WS-DATE-VALID
003710             DISPLAY "END DATE IS NOT A VALID DATE - NOT CHANGED"
003720             GO TO 5000-EXIT
003730         END-IF
003740         IF WS-DATE-IN-N < SO-START-DATE
003750             DISPLAY "END DATE IS BEFORE START DATE - NOT CHANGED"
003760             GO TO 5000-EXIT
003770         END-IF
003780     END-IF.
003790     MOVE SPACES TO WS-SUPERVISOR-ID.
003800     IF SO-END-DATE NOT = ZERO
003810             AND (WS-DATE-IN-N = ZERO
003820                  OR WS-DATE-IN-N > SO-END-DATE)
003830         MOVE "NOT CHANGED" TO WS-NOT-DONE-TEXT
003840         PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT
003850         IF WS-SUPERVISOR-ID = SPACES
003860             GO TO 5000-EXIT
003870         END-IF
003880     END-IF.
003890     MOVE WS-DATE-IN-N TO SO-END-DATE.
003900     REWRITE SO-RECORD.
003910     DISPLAY "STANDING ORDER " SO-ORDER-ID " END DATE SET TO "
003920         SO-END-DATE.
003930     MOVE "E" TO WS-AUDIT-ACTION.
003940     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
003950 5000-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990* Suspend, cancel, or reactivate an order.  A suspended or
004000* cancelled order is skipped by the generation step; dates that
004010* fall due while it is inactive are not made up when it is
004020* reactivated, because the step only looks back as far as the
004030* prior processing day.  Reactivating takes a supervisor.
004040******************************************************************
004050 5500-SET-STATUS.
004060     PERFORM 6100-READ-ORDER THRU 6100-EXIT.
004070     IF WS-KEY-ENTERED = SPACES
004080         GO TO 5500-EXIT
004090     END-IF.
004100     DISPLAY "CURRENT STATUS: " SO-STATUS.
004110     DISPLAY "NEW STATUS (A=ACTIVE, S=SUSPENDED, C=CANCELLED): "
004120         WITH NO ADVANCING.
004130     ACCEPT WS-STATUS-ENTERED.
004140     IF WS-STATUS-ENTERED NOT = "A" AND
004150             WS-STATUS-ENTERED NOT = "S" AND
004160             WS-STATUS-ENTERED NOT = "C"
004170         DISPLAY "STATUS MUST BE A, S OR C - NO CHANGE MADE"
004180         GO TO 5500-EXIT
004190     END-IF.
004200     MOVE SPACES TO WS-SUPERVISOR-ID.
004210     IF WS-STATUS-ENTERED = "A" AND NOT SO-ACTIVE
004220         MOVE "NOT CHANGED" TO WS-NOT-DONE-TEXT
004230         PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT
004240         IF WS-SUPERVISOR-ID = SPACES
004250             GO TO 5500-EXIT
004260         END-IF
004270     END-IF.
004280     MOVE WS-STATUS-ENTERED TO SO-STATUS.
004290     REWRITE SO-RECORD.
004300     DISPLAY "STANDING ORDER " SO-ORDER-ID " STATUS SET TO "
004310         SO-STATUS.
004320     MOVE "S" TO WS-AUDIT-ACTION.
004330     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
004340 5500-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* An order leg must name an account that is on the master and
004390* open.  The account number is passed in WS-KEY-ENTERED.
004400******************************************************************
004410 6000-CHECK-ACCOUNT.
004420     MOVE "N" TO WS-ACCOUNT-VALID-SWITCH.
004430     MOVE WS-KEY-ENTERED TO ACCT-NUMBER.
004440     READ ACCOUNT-MASTER-FILE
004450         INVALID KEY
004460             DISPLAY "ACCOUNT " WS-KEY-ENTERED
004470                 " NOT ON FILE - NOT ADDED"
004480             GO TO 6000-EXIT
004490     END-READ.
004500     IF NOT ACCT-OPEN
004510         DISPLAY "ACCOUNT " WS-KEY-ENTERED " IS NOT OPEN - "
004520             "NOT ADDED"
004530         GO TO 6000-EXIT
004540     END-IF.
004550     SET WS-ACCOUNT-VALID TO TRUE.
004560 6000-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* Read the order keyed by the operator.  A key that is not on
004610* file is cleared so the caller can tell.
004620******************************************************************
004630 6100-READ-ORDER.
004640     DISPLAY "ORDER ID: " WITH NO ADVANCING.
004650     ACCEPT WS-KEY-ENTERED.
004660     MOVE WS-KEY-ENTERED TO SO-ORDER-ID.
004670     READ STANDING-ORDER-FILE
004680         INVALID KEY
004690             DISPLAY "STANDING ORDER NOT ON FILE"
004700             MOVE SPACES TO WS-KEY-ENTERED
004710     END-READ.
004720 6100-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* A keyed date must be eight digits with a real month and a day
004770* no later than that month's last day (29 February is accepted
004780* in a leap year only).
004790******************************************************************
004800 6200-CHECK-DATE.
004810     MOVE "N" TO WS-DATE-VALID-SWITCH.
004820     IF WS-DATE-IN NOT NUMERIC
004830         GO TO 6200-EXIT
004840     END-IF.
004850     IF WS-DATE-IN-YEAR < 1900
004860             OR WS-DATE-IN-MONTH < 1 OR WS-DATE-IN-MONTH > 12
004870             OR WS-DATE-IN-DAY < 1
004880         GO TO 6200-EXIT
004890     END-IF.
004900     IF WS-DATE-IN-DAY > WS-MONTH-LENGTH (WS-DATE-IN-MONTH)
004910         GO TO 6200-EXIT
004920     END-IF.
004930     IF WS-DATE-IN-MONTH = 2 AND WS-DATE-IN-DAY = 29
004940         DIVIDE WS-DATE-IN-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004950             REMAINDER WS-LEAP-REMAINDER
004960         IF WS-LEAP-REMAINDER NOT = ZERO
004970             GO TO 6200-EXIT
004980         END-IF
004990         DIVIDE WS-DATE-IN-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005000             REMAINDER WS-LEAP-REMAINDER
005010         IF WS-LEAP-REMAINDER = ZERO
005020             DIVIDE WS-DATE-IN-YEAR BY 400
005030                 GIVING WS-LEAP-QUOTIENT
005040                 REMAINDER WS-LEAP-REMAINDER
005050             IF WS-LEAP-REMAINDER NOT = ZERO
005060                 GO TO 6200-EXIT
005070             END-IF
005080         END-IF
005090     END-IF.
005100     SET WS-DATE-VALID TO TRUE.
005110 6200-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* The supervisor gate, as on the account-master console.  The id
005160* keyed must be an active operator on the roster and must not be
005170* the operator keying the action; anything else clears the id,
005180* which cancels the action.  The caller sets the refusal wording.
005190******************************************************************
005200 6500-VERIFY-SUPERVISOR.
005210     DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
005220     ACCEPT WS-SUPERVISOR-ID.
005230     IF WS-SUPERVISOR-ID = SPACES
005240         DISPLAY "SUPERVISOR REQUIRED - " WS-NOT-DONE-TEXT
005250         GO TO 6500-EXIT
005260     END-IF.
005270     IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
005280         DISPLAY "SUPERVISOR MUST NOT BE THE KEYING OPERATOR - "
005290             WS-NOT-DONE-TEXT
005300         MOVE SPACES TO WS-SUPERVISOR-ID
005310         GO TO 6500-EXIT
005320     END-IF.
005330     OPEN INPUT OPERATOR-CTL-FILE.
005340     IF NOT WS-OPCTL-OK
005350         DISPLAY "OPERATOR ROSTER NOT AVAILABLE - STATUS "
005360             WS-OPCTL-STATUS " - " WS-NOT-DONE-TEXT
005370         MOVE SPACES TO WS-SUPERVISOR-ID
005380         GO TO 6500-EXIT
005390     END-IF.
005400     MOVE WS-SUPERVISOR-ID TO OPCTL-OPERATOR-ID.
005410     READ OPERATOR-CTL-FILE
005420         INVALID KEY
005430             DISPLAY "SUPERVISOR NOT ON ROSTER - "
005440                 WS-NOT-DONE-TEXT
005450             MOVE SPACES TO WS-SUPERVISOR-ID
005460     END-READ.
005470     IF WS-SUPERVISOR-ID NOT = SPACES
005480             AND NOT OPCTL-ACTIVE
005490         DISPLAY "SUPERVISOR IS NOT ACTIVE - " WS-NOT-DONE-TEXT
005500         MOVE SPACES TO WS-SUPERVISOR-ID
005510     END-IF.
005520     CLOSE OPERATOR-CTL-FILE.
005530 6500-EXIT.
005540     EXIT.
005550
005560 7000-WRITE-AUDIT-ROW.
005570     MOVE SPACES TO SOAUD-RECORD.
005580     ACCEPT SOAUD-DATE FROM DATE YYYYMMDD.
005590     ACCEPT SOAUD-TIME FROM TIME.
005600     MOVE WS-OPERATOR-ID TO SOAUD-OPERATOR-ID.
005610     MOVE WS-SUPERVISOR-ID TO SOAUD-SUPERVISOR-ID.
005620     MOVE SO-ORDER-ID TO SOAUD-ORDER-ID.
005630     MOVE WS-AUDIT-ACTION TO SOAUD-ACTION.
005640     MOVE SO-AMOUNT TO SOAUD-AMOUNT.
005650     MOVE SO-END-DATE TO SOAUD-END-DATE.
005660     MOVE SO-STATUS TO SOAUD-NEW-STATUS.
005670     OPEN EXTEND AUDIT-FILE.
005680     IF NOT WS-AUDIT-OK
005690         OPEN OUTPUT AUDIT-FILE
005700     END-IF.
005710     IF NOT WS-AUDIT-OK
005720         DISPLAY "AUDIT FILE NOT AVAILABLE - STATUS "
005730             WS-AUDIT-STATUS
005740         GO TO 7000-EXIT
005750     END-IF.
005760     WRITE SOAUD-RECORD.
005770     CLOSE AUDIT-FILE.
005780 7000-EXIT.
005790     EXIT.
005800
005810 9000-TERMINATE.
005820     IF WS-MASTER-OPEN
005830         CLOSE STANDING-ORDER-FILE
005840     END-IF.
005850     IF WS-ACCOUNTS-OPEN
005860         CLOSE ACCOUNT-MASTER-FILE
005870     END-IF.
005880 9000-EXIT.
005890     EXIT.
005900
005910 END PROGRAM SOMAINT.
