000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Month-end interest and service-charge assessment,
000070*             scheduled through the month-end STEPSCHD chain
000080*             ahead of the edit step.  Reads the RATETBL rate
000090*             table (RATEREC) for the rates in force on the run
000100*             date, then assesses every open account on the
000110*             ACCOUNT-MASTER from its TXNHIST balance history
000120*             for the calendar month of the run date - credit
000130*             interest on the positive daily balances, overdraft
000140*             interest on the negative ones, and the flat
000150*             monthly service charge.  The charges are not
000160*             applied here: each one is written as a plain
000170*             transaction to the TRANSCHG side input under its
000180*             own code ("IN" credit interest, "OD" overdraft
000190*             interest, "SC" service charge) for the edit and
000200*             posting steps to carry into history, statements,
000210*             the GL extract, and the balancing proof like any
000220*             other item.
000230*             An account whose history already shows a charge
000240*             code posted in the period is skipped, so a second
000250*             assessment of the same month cannot charge twice;
000255*             a charge since reversed by a run backout does not
000257*             count, so the re-run of a backed-out month-end
000259*             charges the account again.
000260* Tectonics: cobc
000270*-----------------------------------------------------------------
000280* Maintenance History
000290* DATE       BY   DESCRIPTION
000300* 2026-10-15 JCM  Initial version.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. INTCHRG.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WS-RATETBL-STATUS.
000420     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ACCT-NUMBER
000460         FILE STATUS IS WS-ACCTMST-STATUS.
000470     SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TXH-KEY
000510         FILE STATUS IS WS-TXHIST-STATUS.
000520     SELECT TRANSCHG-FILE ASSIGN TO "TRANSCHG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-TRANSCHG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RATE-TABLE-FILE.
000600     COPY RATEREC.
000610 FD  ACCOUNT-MASTER-FILE.
000620     COPY ACCTREC.
000630 FD  TXN-HISTORY-FILE.
000640     COPY TXHISTREC.
000650 FD  TRANSCHG-FILE.
000660 01  TRANSCHG-RECORD             PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 COPY JOBHDR.
000700 COPY TRANSREC.
000710
000720 01  WS-RATETBL-STATUS           PIC X(02).
000730     88  WS-RATETBL-OK               VALUE "00".
000740 01  WS-ACCTMST-STATUS           PIC X(02).
000750     88  WS-ACCTMST-OK               VALUE "00".
000760 01  WS-TXHIST-STATUS            PIC X(02).
000770     88  WS-TXHIST-OK                VALUE "00".
000780 01  WS-TRANSCHG-STATUS          PIC X(02).
000790     88  WS-TRANSCHG-OK              VALUE "00".
000800
000810 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE "N".
000820     88  WS-RATE-EOF                 VALUE "Y".
000830 01  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
000840     88  WS-RATE-FOUND               VALUE "Y".
000850 01  WS-ACCT-SCAN-DONE-SW        PIC X(01) VALUE "N".
000860     88  WS-ACCT-SCAN-DONE           VALUE "Y".
000870 01  WS-HIST-SCAN-DONE-SW        PIC X(01) VALUE "N".
000880     88  WS-HIST-SCAN-DONE           VALUE "Y".
000890 01  WS-FIRST-ITEM-SWITCH        PIC X(01) VALUE "Y".
000900     88  WS-FIRST-ITEM               VALUE "Y".
000910 01  WS-ALREADY-CHARGED-SWITCH   PIC X(01) VALUE "N".
000920     88  WS-ALREADY-CHARGED          VALUE "Y".
000930 01  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
000940     88  WS-FILES-OPEN               VALUE "Y".
000950
000960 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
000970 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
000980 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
000990 77  WS-CREDIT-INT-COUNT         PIC 9(07) COMP VALUE ZERO.
001000 77  WS-OD-INT-COUNT             PIC 9(07) COMP VALUE ZERO.
001010 77  WS-SVC-CHARGE-COUNT         PIC 9(07) COMP VALUE ZERO.
001020
001030******************************************************************
001040* The rates in force - the latest RATETBL record effective on
001050* or before the run date.
001060******************************************************************
001070 01  WS-RATE-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
001080 01  WS-CREDIT-PCT               PIC 9(03)V9(04) VALUE ZERO.
001090 01  WS-OVERDRAFT-PCT            PIC 9(03)V9(04) VALUE ZERO.
001100 01  WS-SERVICE-CHARGE           PIC 9(05)V99 VALUE ZERO.
001110
001120******************************************************************
001130* The assessment period - the calendar month of the run date.
001140******************************************************************
001150 01  WS-PERIOD-START             PIC 9(08) VALUE ZERO.
001160 01  WS-PERIOD-START-PARTS       REDEFINES WS-PERIOD-START.
001170     05  WS-PERIOD-START-YEAR    PIC 9(04).
001180     05  WS-PERIOD-START-MONTH   PIC 9(02).
001190     05  WS-PERIOD-START-DAY     PIC 9(02).
001200 01  WS-PERIOD-END               PIC 9(08) VALUE ZERO.
001210 01  WS-PERIOD-END-PARTS         REDEFINES WS-PERIOD-END.
001220     05  WS-PERIOD-END-YEAR      PIC 9(04).
001230     05  WS-PERIOD-END-MONTH     PIC 9(02).
001240     05  WS-PERIOD-END-DAY       PIC 9(02).
001250 01  WS-START-DAY-NUMBER         PIC 9(07) COMP VALUE ZERO.
001260 01  WS-AFTER-END-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.
001270 01  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001280 01  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001290 01  WS-MONTH-LENGTHS            PIC X(24)
001300         VALUE "312831303130313130313031".
001310 01  WS-MONTH-LENGTH-TABLE       REDEFINES WS-MONTH-LENGTHS.
001320     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001330
001340******************************************************************
001350* Per-account balance-day accumulation.  The running balance is
001360* multiplied by the days it stood, positive and negative days
001370* kept apart so each side is charged at its own rate.
001380******************************************************************
001390 01  WS-RUNNING-BALANCE          PIC S9(09)V99 VALUE ZERO.
001400 01  WS-LAST-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001410 01  WS-ITEM-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001420 01  WS-DAYS-AT-BALANCE          PIC 9(05) COMP VALUE ZERO.
001430 01  WS-CREDIT-BALANCE-DAYS      PIC S9(15)V99 VALUE ZERO.
001440 01  WS-DEBIT-BALANCE-DAYS       PIC S9(15)V99 VALUE ZERO.
001450 01  WS-CHARGE-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001455 01  WS-CHARGE-CODE              PIC X(02) VALUE SPACES.
001460
001470 01  WS-CREDIT-INT-TOTAL         PIC S9(11)V99 VALUE ZERO.
001480 01  WS-OD-INT-TOTAL             PIC S9(11)V99 VALUE ZERO.
001490 01  WS-SVC-CHARGE-TOTAL         PIC S9(11)V99 VALUE ZERO.
001500
001510******************************************************************
001520* Date-to-day-number conversion work areas.  5000 turns the
001530* YYYYMMDD in WS-CONV-DATE into a running day number so two
001540* dates can be subtracted across month and year ends.  March is
001550* counted as the first month so the leap day falls at the end
001560* of the counting year.
001570******************************************************************
001580 01  WS-CONV-DATE                PIC 9(08) VALUE ZERO.
001590 01  WS-CONV-DATE-PARTS          REDEFINES WS-CONV-DATE.
001600     05  WS-CONV-YEAR            PIC 9(04).
001610     05  WS-CONV-MONTH           PIC 9(02).
001620     05  WS-CONV-DAY             PIC 9(02).
001630 01  WS-CONV-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001640 01  WS-CONV-CALC-YEAR           PIC 9(04) COMP VALUE ZERO.
001650 01  WS-CONV-CALC-MONTH          PIC 9(02) COMP VALUE ZERO.
001660 01  WS-CONV-QUAD-YEARS          PIC 9(04) COMP VALUE ZERO.
001670 01  WS-CONV-CENTURIES           PIC 9(04) COMP VALUE ZERO.
001680 01  WS-CONV-QUAD-CENTURIES      PIC 9(04) COMP VALUE ZERO.
001690 01  WS-CONV-MONTH-WORK          PIC 9(05) COMP VALUE ZERO.
001700 01  WS-CONV-MONTH-DAYS          PIC 9(05) COMP VALUE ZERO.
001710
001720 01  WS-COUNT-DISPLAY            PIC Z(06)9.
001730 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAIN-PROCEDURE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     IF WS-STEP-RC = ZERO
001790         PERFORM 2000-ASSESS-ACCOUNT THRU 2000-EXIT
001800             UNTIL WS-ACCT-SCAN-DONE
001810     END-IF.
001820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001830     GOBACK.
001840
001850******************************************************************
001860* Fix the run date and the period, find the rates in force,
001870* open everything, and position the master scan at the first
001880* account.  No rate in force for the run date fails the step -
001890* charging at zero would look like a clean month-end.
001900******************************************************************
001910 1000-INITIALIZE.
001920     ACCEPT JOBHDR-RUN-ID FROM ENVIRONMENT "RUN_ID".
001930     IF JOBHDR-RUN-ID = SPACES
001940         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
001950     END-IF.
001960     IF JOBHDR-RUN-ID IS NUMERIC
001970         MOVE JOBHDR-RUN-ID TO JOBHDR-RUN-DATE
001980     ELSE
001990         ACCEPT JOBHDR-RUN-DATE FROM DATE YYYYMMDD
002000     END-IF.
002010     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
002020     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
002030     IF WS-STEP-RC NOT = ZERO
002040         GO TO 1000-EXIT
002050     END-IF.
002060     OPEN INPUT ACCOUNT-MASTER-FILE.
002070     IF NOT WS-ACCTMST-OK
002080         DISPLAY "INTCHRG - ACCOUNT MASTER NOT AVAILABLE - "
002090             "STATUS " WS-ACCTMST-STATUS
002100         MOVE 16 TO WS-STEP-RC
002110         GO TO 1000-EXIT
002120     END-IF.
002130     OPEN INPUT TXN-HISTORY-FILE.
002140     IF NOT WS-TXHIST-OK
002150         DISPLAY "INTCHRG - HISTORY FILE NOT AVAILABLE - "
002160             "STATUS " WS-TXHIST-STATUS
002170         CLOSE ACCOUNT-MASTER-FILE
002180         MOVE 16 TO WS-STEP-RC
002190         GO TO 1000-EXIT
002200     END-IF.
002210     OPEN OUTPUT TRANSCHG-FILE.
002220     IF NOT WS-TRANSCHG-OK
002230         DISPLAY "INTCHRG - TRANSCHG OPEN FAILED - STATUS "
002240             WS-TRANSCHG-STATUS
002250         CLOSE ACCOUNT-MASTER-FILE
002260         CLOSE TXN-HISTORY-FILE
002270         MOVE 16 TO WS-STEP-RC
002280         GO TO 1000-EXIT
002290     END-IF.
002300     SET WS-FILES-OPEN TO TRUE.
002310     MOVE LOW-VALUES TO ACCT-NUMBER.
002320     START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
002330         INVALID KEY
002340             SET WS-ACCT-SCAN-DONE TO TRUE
002350     END-START.
002360 1000-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400* The period runs from the first to the last calendar day of the
002410* run date's month.  Days after tonight carry the balance the
002420* account stands at now, which is the balance it will close the
002430* month on unless tonight's own items move it.
002440******************************************************************
002450 1100-SET-PERIOD.
002460     MOVE JOBHDR-RUN-DATE TO WS-PERIOD-START.
002470     MOVE 1 TO WS-PERIOD-START-DAY.
002480     MOVE WS-PERIOD-START TO WS-PERIOD-END.
002490     MOVE WS-MONTH-LENGTH(WS-PERIOD-END-MONTH)
002500         TO WS-PERIOD-END-DAY.
002510     IF WS-PERIOD-END-MONTH = 2
002520         DIVIDE WS-PERIOD-END-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002530             REMAINDER WS-LEAP-REMAINDER
002540         IF WS-LEAP-REMAINDER = ZERO
002550             MOVE 29 TO WS-PERIOD-END-DAY
002560             DIVIDE WS-PERIOD-END-YEAR BY 100
002570                 GIVING WS-LEAP-QUOTIENT
002580                 REMAINDER WS-LEAP-REMAINDER
002590             IF WS-LEAP-REMAINDER = ZERO
002600                 DIVIDE WS-PERIOD-END-YEAR BY 400
002610                     GIVING WS-LEAP-QUOTIENT
002620                     REMAINDER WS-LEAP-REMAINDER
002630                 IF WS-LEAP-REMAINDER NOT = ZERO
002640                     MOVE 28 TO WS-PERIOD-END-DAY
002650                 END-IF
002660             END-IF
002670         END-IF
002680     END-IF.
002690     MOVE WS-PERIOD-START TO WS-CONV-DATE.
002700     PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
002710     MOVE WS-CONV-DAY-NUMBER TO WS-START-DAY-NUMBER.
002720     MOVE WS-PERIOD-END TO WS-CONV-DATE.
002730     PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
002740     COMPUTE WS-AFTER-END-DAY-NUMBER = WS-CONV-DAY-NUMBER + 1.
002750 1100-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* Read the whole rate table and keep the latest record effective
002800* on or before the run date.  A record that is not numeric is
002810* reported and passed over.
002820******************************************************************
002830 1200-LOAD-RATES.
002840     OPEN INPUT RATE-TABLE-FILE.
002850     IF NOT WS-RATETBL-OK
002860         DISPLAY "INTCHRG - RATE TABLE NOT AVAILABLE - STATUS "
002870             WS-RATETBL-STATUS
002880         MOVE 16 TO WS-STEP-RC
002890         GO TO 1200-EXIT
002900     END-IF.
002910     PERFORM 1250-READ-ONE-RATE THRU 1250-EXIT
002920         UNTIL WS-RATE-EOF.
002930     CLOSE RATE-TABLE-FILE.
002940     IF NOT WS-RATE-FOUND
002950         DISPLAY "INTCHRG - NO RATE IN FORCE ON "
002960             JOBHDR-RUN-DATE " - STEP FAILED"
002970         MOVE 8 TO WS-STEP-RC
002980         GO TO 1200-EXIT
002990     END-IF.
003000     DISPLAY "INTCHRG - RATES EFFECTIVE " WS-RATE-EFFECTIVE-DATE
003010         " FOR PERIOD " WS-PERIOD-START " - " WS-PERIOD-END.
003020 1200-EXIT.
003030     EXIT.
003040
003050 1250-READ-ONE-RATE.
003060     READ RATE-TABLE-FILE
003070         AT END
003080             MOVE "Y" TO WS-RATE-EOF-SWITCH
003090             GO TO 1250-EXIT
003100     END-READ.
003110     IF RATE-EFFECTIVE-DATE NOT NUMERIC
003120             OR RATE-CREDIT-PCT NOT NUMERIC
003130             OR RATE-OVERDRAFT-PCT NOT NUMERIC
003140             OR RATE-SERVICE-CHARGE NOT NUMERIC
003150         DISPLAY "INTCHRG - RATE RECORD NOT NUMERIC - SKIPPED: "
003160             RATE-RECORD
003170         GO TO 1250-EXIT
003180     END-IF.
003190     IF RATE-EFFECTIVE-DATE > JOBHDR-RUN-DATE
003200         GO TO 1250-EXIT
003210     END-IF.
003220     IF WS-RATE-FOUND
003230             AND RATE-EFFECTIVE-DATE < WS-RATE-EFFECTIVE-DATE
003240         GO TO 1250-EXIT
003250     END-IF.
003260     SET WS-RATE-FOUND TO TRUE.
003270     MOVE RATE-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE-DATE.
003280     MOVE RATE-CREDIT-PCT TO WS-CREDIT-PCT.
003290     MOVE RATE-OVERDRAFT-PCT TO WS-OVERDRAFT-PCT.
003300     MOVE RATE-SERVICE-CHARGE TO WS-SERVICE-CHARGE.
003310 1250-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* Assess one account.  Closed accounts are not charged.  The
003360* daily balances come from the history walk; the charges are
003370* worked from them and queued for the edit step.
003380******************************************************************
003390 2000-ASSESS-ACCOUNT.
003400     READ ACCOUNT-MASTER-FILE NEXT RECORD
003410         AT END
003420             SET WS-ACCT-SCAN-DONE TO TRUE
003430             GO TO 2000-EXIT
003440     END-READ.
003450     IF NOT ACCT-OPEN
003460         GO TO 2000-EXIT
003470     END-IF.
003480     PERFORM 2100-ACCUMULATE-BALANCE-DAYS THRU 2100-EXIT.
003490     IF WS-ALREADY-CHARGED
003500         ADD 1 TO WS-SKIPPED-COUNT
003510         DISPLAY "INTCHRG - ACCOUNT " ACCT-NUMBER
003520             " ALREADY CHARGED FOR THE PERIOD - SKIPPED"
003530         GO TO 2000-EXIT
003540     END-IF.
003550     ADD 1 TO WS-ACCOUNT-COUNT.
003560     PERFORM 3000-QUEUE-CHARGES THRU 3000-EXIT.
003570 2000-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* Walk the account's history from the first day of the period.
003620* The first item found (in the period or after it) gives the
003630* balance the period opened on - its balance after posting with
003640* its own amount backed out.  With no history from the period
003650* start on, the balance has not moved since and the master
003660* balance stood all month.  Each item in the period closes the
003670* stretch of days the previous balance stood for.
003680******************************************************************
003690 2100-ACCUMULATE-BALANCE-DAYS.
003700     MOVE "N" TO WS-HIST-SCAN-DONE-SW.
003710     MOVE "Y" TO WS-FIRST-ITEM-SWITCH.
003720     MOVE "N" TO WS-ALREADY-CHARGED-SWITCH.
003730     MOVE ZERO TO WS-CREDIT-BALANCE-DAYS.
003740     MOVE ZERO TO WS-DEBIT-BALANCE-DAYS.
003750     MOVE ACCT-BALANCE TO WS-RUNNING-BALANCE.
003760     MOVE WS-START-DAY-NUMBER TO WS-LAST-DAY-NUMBER.
003770     MOVE SPACES TO TXH-KEY.
003780     MOVE ACCT-NUMBER TO TXH-ACCOUNT-NUMBER.
003790     MOVE WS-PERIOD-START TO TXH-POST-DATE.
003800     MOVE ZERO TO TXH-POST-SEQ.
003810     START TXN-HISTORY-FILE KEY NOT < TXH-KEY
003820         INVALID KEY
003830             SET WS-HIST-SCAN-DONE TO TRUE
003840     END-START.
003850     PERFORM 2200-ACCRUE-ONE-ITEM THRU 2200-EXIT
003860         UNTIL WS-HIST-SCAN-DONE.
003870     MOVE WS-AFTER-END-DAY-NUMBER TO WS-ITEM-DAY-NUMBER.
003880     PERFORM 2300-ACCRUE-DAYS THRU 2300-EXIT.
003890 2100-EXIT.
003900     EXIT.
003910
003920 2200-ACCRUE-ONE-ITEM.
003930     READ TXN-HISTORY-FILE NEXT RECORD
003940         AT END
003950             SET WS-HIST-SCAN-DONE TO TRUE
003960             GO TO 2200-EXIT
003970     END-READ.
003980     IF TXH-ACCOUNT-NUMBER NOT = ACCT-NUMBER
003990         SET WS-HIST-SCAN-DONE TO TRUE
004000         GO TO 2200-EXIT
004010     END-IF.
004020     IF WS-FIRST-ITEM
004030         MOVE "N" TO WS-FIRST-ITEM-SWITCH
004040         IF TXH-DEBIT
004050             COMPUTE WS-RUNNING-BALANCE =
004060                 TXH-NEW-BALANCE + TXH-AMOUNT
004070         ELSE
004080             COMPUTE WS-RUNNING-BALANCE =
004090                 TXH-NEW-BALANCE - TXH-AMOUNT
004100         END-IF
004110     END-IF.
004120     IF TXH-POST-DATE > WS-PERIOD-END
004130         SET WS-HIST-SCAN-DONE TO TRUE
004140         GO TO 2200-EXIT
004150     END-IF.
004160     IF TXH-SYSTEM-CHARGE AND TXH-ORIGINAL-ENTRY
004170         SET WS-ALREADY-CHARGED TO TRUE
004180     END-IF.
004190     MOVE TXH-POST-DATE TO WS-CONV-DATE.
004200     PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
004210     MOVE WS-CONV-DAY-NUMBER TO WS-ITEM-DAY-NUMBER.
004220     PERFORM 2300-ACCRUE-DAYS THRU 2300-EXIT.
004230     MOVE TXH-NEW-BALANCE TO WS-RUNNING-BALANCE.
004240 2200-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* Add the running balance times the days it stood - from the
004290* last change up to (not including) WS-ITEM-DAY-NUMBER - to the
004300* positive or negative balance-days.
004310******************************************************************
004320 2300-ACCRUE-DAYS.
004330     IF WS-ITEM-DAY-NUMBER NOT > WS-LAST-DAY-NUMBER
004340         GO TO 2300-EXIT
004350     END-IF.
004360     COMPUTE WS-DAYS-AT-BALANCE =
004370         WS-ITEM-DAY-NUMBER - WS-LAST-DAY-NUMBER.
004380     IF WS-RUNNING-BALANCE > ZERO
004390         COMPUTE WS-CREDIT-BALANCE-DAYS = WS-CREDIT-BALANCE-DAYS
004400             + WS-RUNNING-BALANCE * WS-DAYS-AT-BALANCE
004410     END-IF.
004420     IF WS-RUNNING-BALANCE < ZERO
004430         COMPUTE WS-DEBIT-BALANCE-DAYS = WS-DEBIT-BALANCE-DAYS
004440             - WS-RUNNING-BALANCE * WS-DAYS-AT-BALANCE
004450     END-IF.
004460     MOVE WS-ITEM-DAY-NUMBER TO WS-LAST-DAY-NUMBER.
004470 2300-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510* Work the three charges and queue each one that comes to more
004520* than zero.  Interest is the balance-days times the annual
004530* percentage over a 365-day year, rounded to the cent.
004540******************************************************************
004550 3000-QUEUE-CHARGES.
004560     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
004570         WS-CREDIT-BALANCE-DAYS * WS-CREDIT-PCT / 36500.
004580     IF WS-CHARGE-AMOUNT > ZERO
004590         MOVE "IN" TO WS-CHARGE-CODE
004600         PERFORM 3100-WRITE-CHARGE THRU 3100-EXIT
004610         ADD 1 TO WS-CREDIT-INT-COUNT
004620         ADD WS-CHARGE-AMOUNT TO WS-CREDIT-INT-TOTAL
004630     END-IF.
004640     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
004650         WS-DEBIT-BALANCE-DAYS * WS-OVERDRAFT-PCT / 36500.
004660     IF WS-CHARGE-AMOUNT > ZERO
004670         MOVE "OD" TO WS-CHARGE-CODE
004680         PERFORM 3100-WRITE-CHARGE THRU 3100-EXIT
004690         ADD 1 TO WS-OD-INT-COUNT
004700         ADD WS-CHARGE-AMOUNT TO WS-OD-INT-TOTAL
004710     END-IF.
004720     MOVE WS-SERVICE-CHARGE TO WS-CHARGE-AMOUNT.
004730     IF WS-CHARGE-AMOUNT > ZERO
004740         MOVE "SC" TO WS-CHARGE-CODE
004750         PERFORM 3100-WRITE-CHARGE THRU 3100-EXIT
004760         ADD 1 TO WS-SVC-CHARGE-COUNT
004770         ADD WS-CHARGE-AMOUNT TO WS-SVC-CHARGE-TOTAL
004780     END-IF.
004790 3000-EXIT.
004800     EXIT.
004810
004820 3100-WRITE-CHARGE.
004830     MOVE SPACES TO TRANS-RECORD.
004835     MOVE WS-CHARGE-CODE TO TRANS-CODE.
004840     MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER.
004850     MOVE WS-CHARGE-AMOUNT TO TRANS-AMOUNT.
004860     MOVE JOBHDR-RUN-DATE TO TRANS-EFFECTIVE-DATE-X.
004870     WRITE TRANSCHG-RECORD FROM TRANS-RECORD.
004880 3100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* Convert WS-CONV-DATE (YYYYMMDD) to a running day number in
004930* WS-CONV-DAY-NUMBER.  Each DIVIDE truncates to a whole number,
004940* which is what the leap-year corrections depend on.
004950******************************************************************
004960 5000-DATE-TO-DAY-NUMBER.
004970     MOVE WS-CONV-YEAR TO WS-CONV-CALC-YEAR.
004980     MOVE WS-CONV-MONTH TO WS-CONV-CALC-MONTH.
004990     IF WS-CONV-CALC-MONTH < 3
005000         SUBTRACT 1 FROM WS-CONV-CALC-YEAR
005010         ADD 12 TO WS-CONV-CALC-MONTH
005020     END-IF.
005030     DIVIDE WS-CONV-CALC-YEAR BY 4 GIVING WS-CONV-QUAD-YEARS.
005040     DIVIDE WS-CONV-CALC-YEAR BY 100 GIVING WS-CONV-CENTURIES.
005050     DIVIDE WS-CONV-CALC-YEAR BY 400
005060         GIVING WS-CONV-QUAD-CENTURIES.
005070     COMPUTE WS-CONV-MONTH-WORK =
005080         153 * (WS-CONV-CALC-MONTH - 3) + 2.
005090     DIVIDE WS-CONV-MONTH-WORK BY 5 GIVING WS-CONV-MONTH-DAYS.
005100     COMPUTE WS-CONV-DAY-NUMBER = WS-CONV-CALC-YEAR * 365
005110         + WS-CONV-QUAD-YEARS - WS-CONV-CENTURIES
005120         + WS-CONV-QUAD-CENTURIES + WS-CONV-MONTH-DAYS
005130         + WS-CONV-DAY.
005140 5000-EXIT.
005150     EXIT.
005160
005170 9000-TERMINATE.
005180     IF WS-FILES-OPEN
005190         CLOSE ACCOUNT-MASTER-FILE
005200         CLOSE TXN-HISTORY-FILE
005210         CLOSE TRANSCHG-FILE
005220     END-IF.
005230     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
005240     DISPLAY "INTCHRG - ACCOUNTS ASSESSED:   " WS-COUNT-DISPLAY.
005250     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
005260     DISPLAY "INTCHRG - ALREADY CHARGED:     " WS-COUNT-DISPLAY.
005270     MOVE WS-CREDIT-INT-COUNT TO WS-COUNT-DISPLAY.
005280     DISPLAY "INTCHRG - CREDIT INTEREST (IN):" WS-COUNT-DISPLAY.
005290     MOVE WS-CREDIT-INT-TOTAL TO WS-AMOUNT-DISPLAY.
005300     DISPLAY "INTCHRG -   AMOUNT:  " WS-AMOUNT-DISPLAY.
005310     MOVE WS-OD-INT-COUNT TO WS-COUNT-DISPLAY.
005320     DISPLAY "INTCHRG - OVERDRAFT INT (OD):  " WS-COUNT-DISPLAY.
005330     MOVE WS-OD-INT-TOTAL TO WS-AMOUNT-DISPLAY.
005340     DISPLAY "INTCHRG -   AMOUNT:  " WS-AMOUNT-DISPLAY.
005350     MOVE WS-SVC-CHARGE-COUNT TO WS-COUNT-DISPLAY.
005360     DISPLAY "INTCHRG - SERVICE CHARGE (SC): " WS-COUNT-DISPLAY.
005370     MOVE WS-SVC-CHARGE-TOTAL TO WS-AMOUNT-DISPLAY.
005380     DISPLAY "INTCHRG -   AMOUNT:  " WS-AMOUNT-DISPLAY.
005390     MOVE WS-STEP-RC TO RETURN-CODE.
005400 9000-EXIT.
005410     EXIT.
005420
005430 END PROGRAM INTCHRG.
