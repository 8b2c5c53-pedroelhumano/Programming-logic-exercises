000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-08-22
000050* Date-Compiled:
000055* Purpose:    Month-end overdrawn-account aging report of the
000060*             nightly batch suite, scheduled through the month-
000065*             end STEPSCHD chain.  Reads the ACCOUNT-MASTER for
000070*             every account carrying a negative balance, works
000075*             out from the cumulative TXNHIST history how long
000080*             each one has been overdrawn, and prints the
000085*             accounts to the AGEPRT print-image file in 1-30,
000090*             31-60, 61-90, and over-90 day buckets, with an
000095*             account count and overdrawn total per bucket and
000100*             for the report - the totals finance takes with the
000105*             statement run.
000110*             The aging is measured to the run date, which is
000115*             the numeric run-id (the wall clock otherwise).
000120* Tectonics: cobc
000130*-----------------------------------------------------------------
000140* Maintenance History
000150* DATE       BY   DESCRIPTION
000160* 2026-08-22 JCM  Initial placeholder version.
000162* 2026-10-15 JCM  Replaced the placeholder with the real aging
000164*                 report - the receivables team's off-system
000166*                 run is now folded into the suite, sourced from
000168*                 the ACCOUNT-MASTER and the TXNHIST history.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. AGERPT.
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS ACCT-NUMBER
000280         FILE STATUS IS WS-ACCTMST-STATUS.
000290     SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TXH-KEY
000330         FILE STATUS IS WS-TXHIST-STATUS.
000340     SELECT AGE-WORK-FILE ASSIGN TO "AGEWORK"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         ACCESS MODE IS SEQUENTIAL
000370         FILE STATUS IS WS-AGEWORK-STATUS.
000380     SELECT REPORT-FILE ASSIGN TO "AGEPRT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         ACCESS MODE IS SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ACCOUNT-MASTER-FILE.
000460     COPY ACCTREC.
000470 FD  TXN-HISTORY-FILE.
000480     COPY TXHISTREC.
000490 FD  AGE-WORK-FILE.
000500 01  AGEWK-RECORD.
000510     05  AGEWK-BUCKET                PIC 9(01).
000520     05  AGEWK-ACCOUNT-NUMBER        PIC X(08).
000530     05  AGEWK-ACCOUNT-NAME          PIC X(20).
000540     05  AGEWK-BALANCE               PIC S9(09)V99.
000550     05  AGEWK-OVERDRAWN-SINCE       PIC 9(08).
000560     05  AGEWK-DAYS-OVERDRAWN        PIC 9(05).
000570     05  AGEWK-NO-HISTORY-SW         PIC X(01).
000580         88  AGEWK-NO-HISTORY            VALUE "Y".
000590 FD  REPORT-FILE.
000600 01  REPORT-LINE                 PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 COPY JOBHDR.
000640
000650 01  WS-ACCTMST-STATUS           PIC X(02).
000660     88  WS-ACCTMST-OK               VALUE "00".
000670 01  WS-TXHIST-STATUS            PIC X(02).
000680     88  WS-TXHIST-OK                VALUE "00".
000690 01  WS-AGEWORK-STATUS           PIC X(02).
000700     88  WS-AGEWORK-OK               VALUE "00".
000710 01  WS-REPORT-STATUS            PIC X(02).
000720     88  WS-REPORT-OK                VALUE "00".
000730
000740 01  WS-ACCT-SCAN-DONE-SW        PIC X(01) VALUE "N".
000750     88  WS-ACCT-SCAN-DONE           VALUE "Y".
000760 01  WS-HIST-SCAN-DONE-SW        PIC X(01) VALUE "N".
000770     88  WS-HIST-SCAN-DONE           VALUE "Y".
000780 01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
000790     88  WS-WORK-EOF                 VALUE "Y".
000800 01  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
000810     88  WS-FILES-OPEN               VALUE "Y".
000820 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
000830     88  WS-REPORT-OPEN              VALUE "Y".
000840
000850 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
000860 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
000870 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
000880 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
000890 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000900
000910 01  WS-OVERDRAWN-SINCE          PIC 9(08) VALUE ZERO.
000920 01  WS-DAYS-OVERDRAWN           PIC 9(05) VALUE ZERO.
000930 01  WS-RUN-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
000940 01  WS-TOTAL-BALANCE            PIC S9(13)V99 VALUE ZERO.
000950
000960******************************************************************
000970* Date-to-day-number conversion work areas.  5000 turns the
000980* YYYYMMDD in WS-CONV-DATE into a running day number so two
000990* dates can be subtracted across month and year ends.  March is
001000* counted as the first month so the leap day falls at the end
001010* of the counting year.
001020******************************************************************
001030 01  WS-CONV-DATE                PIC 9(08) VALUE ZERO.
001040 01  WS-CONV-DATE-PARTS          REDEFINES WS-CONV-DATE.
001050     05  WS-CONV-YEAR            PIC 9(04).
001060     05  WS-CONV-MONTH           PIC 9(02).
001070     05  WS-CONV-DAY             PIC 9(02).
001080 01  WS-CONV-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
001090 01  WS-CONV-CALC-YEAR           PIC 9(04) COMP VALUE ZERO.
001100 01  WS-CONV-CALC-MONTH          PIC 9(02) COMP VALUE ZERO.
001110 01  WS-CONV-QUAD-YEARS          PIC 9(04) COMP VALUE ZERO.
001120 01  WS-CONV-CENTURIES           PIC 9(04) COMP VALUE ZERO.
001130 01  WS-CONV-QUAD-CENTURIES      PIC 9(04) COMP VALUE ZERO.
001140 01  WS-CONV-MONTH-WORK          PIC 9(05) COMP VALUE ZERO.
001150 01  WS-CONV-MONTH-DAYS          PIC 9(05) COMP VALUE ZERO.
001160
001170 01  WS-BKT-IDX                  PIC 9(01) COMP VALUE ZERO.
001180 01  WS-BUCKET-TABLE.
001190     05  WS-BKT-ENTRY OCCURS 4 TIMES.
001200         10  WS-BKT-LABEL            PIC X(20).
001210         10  WS-BKT-COUNT            PIC 9(07) COMP.
001220         10  WS-BKT-BALANCE          PIC S9(13)V99.
001230
001240 01  WS-COUNT-DISPLAY            PIC Z(06)9.
001250 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001260
001270 01  WS-HEADING-1.
001280     05  FILLER                  PIC X(27)
001290         VALUE "OVERDRAWN ACCOUNT AGING   ".
001300     05  FILLER                  PIC X(07) VALUE "RUN-ID ".
001310     05  WS-HDG-RUN-ID           PIC X(08).
001320     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
001330     05  WS-HDG-RUN-DATE         PIC 9(08).
001340     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001350     05  WS-HDG-PAGE             PIC ZZZ9.
001360     05  FILLER                  PIC X(08) VALUE SPACES.
001370 01  WS-HEADING-2.
001380     05  FILLER                  PIC X(10) VALUE "ACCOUNT   ".
001390     05  FILLER                  PIC X(22) VALUE "NAME".
001400     05  FILLER                  PIC X(17)
001410         VALUE "        BALANCE  ".
001420     05  FILLER                  PIC X(10) VALUE "OD SINCE  ".
001430     05  FILLER                  PIC X(21) VALUE " DAYS".
001440
001450 01  WS-BUCKET-HEADING.
001460     05  FILLER                  PIC X(08) VALUE "BUCKET: ".
001470     05  WS-BH-LABEL             PIC X(20).
001480     05  FILLER                  PIC X(52) VALUE SPACES.
001490
001500 01  WS-DETAIL-LINE.
001510     05  WS-DET-ACCOUNT          PIC X(08).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  WS-DET-NAME             PIC X(20).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  WS-DET-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  WS-DET-SINCE            PIC 9(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  WS-DET-DAYS             PIC ZZZZ9.
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  WS-DET-NOTE             PIC X(12).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630
001640 01  WS-BUCKET-TOTAL-LINE.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-BT-LABEL             PIC X(20).
001670     05  FILLER                  PIC X(10) VALUE "ACCOUNTS ".
001680     05  WS-BT-COUNT             PIC ZZZZZZ9.
001690     05  FILLER                  PIC X(09) VALUE "  TOTAL ".
001700     05  WS-BT-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001710     05  FILLER                  PIC X(11) VALUE SPACES.
001720
001730 01  WS-SUMMARY-HEADING.
001740     05  FILLER                  PIC X(80)
001750         VALUE "AGING SUMMARY - ACCOUNT AND BUCKET TOTALS".
001760
001770 PROCEDURE DIVISION.
001780 0000-MAIN-PROCEDURE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     IF WS-STEP-RC = ZERO
001810         PERFORM 2000-AGE-ACCOUNT THRU 2000-EXIT
001820             UNTIL WS-ACCT-SCAN-DONE
001830         PERFORM 2900-CLOSE-SCAN THRU 2900-EXIT
001840     END-IF.
001850     IF WS-STEP-RC = ZERO
001860         PERFORM 3000-PRINT-BUCKET THRU 3000-EXIT
001870             VARYING WS-BKT-IDX FROM 1 BY 1
001880                 UNTIL WS-BKT-IDX > 4
001890                     OR WS-STEP-RC NOT = ZERO
001900         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001910     END-IF.
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930     GOBACK.
001940
001950******************************************************************
001960* Fix the run date, set up the bucket table, open everything,
001970* and position the master scan at the first account.  The run
001980* date's day number is worked once here; every account is aged
001990* against it.
002000******************************************************************
002010 1000-INITIALIZE.
002020     ACCEPT JOBHDR-RUN-ID FROM ENVIRONMENT "RUN_ID".
002030     IF JOBHDR-RUN-ID = SPACES
002040         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
002050     END-IF.
002060     IF JOBHDR-RUN-ID IS NUMERIC
002070         MOVE JOBHDR-RUN-ID TO JOBHDR-RUN-DATE
002080     ELSE
002090         ACCEPT JOBHDR-RUN-DATE FROM DATE YYYYMMDD
002100     END-IF.
002110     MOVE JOBHDR-RUN-DATE TO WS-CONV-DATE.
002120     PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT.
002130     MOVE WS-CONV-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
002140     MOVE "1 - 30 DAYS" TO WS-BKT-LABEL(1).
002150     MOVE "31 - 60 DAYS" TO WS-BKT-LABEL(2).
002160     MOVE "61 - 90 DAYS" TO WS-BKT-LABEL(3).
002170     MOVE "OVER 90 DAYS" TO WS-BKT-LABEL(4).
002180     PERFORM 1100-CLEAR-BUCKET THRU 1100-EXIT
002190         VARYING WS-BKT-IDX FROM 1 BY 1
002200             UNTIL WS-BKT-IDX > 4.
002210     OPEN INPUT ACCOUNT-MASTER-FILE.
002220     IF NOT WS-ACCTMST-OK
002230         DISPLAY "AGERPT - ACCOUNT MASTER NOT AVAILABLE - "
002240             "STATUS " WS-ACCTMST-STATUS
002250         MOVE 16 TO WS-STEP-RC
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN INPUT TXN-HISTORY-FILE.
002290     IF NOT WS-TXHIST-OK
002300         DISPLAY "AGERPT - HISTORY FILE NOT AVAILABLE - "
002310             "STATUS " WS-TXHIST-STATUS
002320         CLOSE ACCOUNT-MASTER-FILE
002330         MOVE 16 TO WS-STEP-RC
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN OUTPUT AGE-WORK-FILE.
002370     IF NOT WS-AGEWORK-OK
002380         DISPLAY "AGERPT - WORK FILE OPEN FAILED - "
002390             "STATUS " WS-AGEWORK-STATUS
002400         CLOSE ACCOUNT-MASTER-FILE
002410         CLOSE TXN-HISTORY-FILE
002420         MOVE 16 TO WS-STEP-RC
002430         GO TO 1000-EXIT
002440     END-IF.
002450     OPEN OUTPUT REPORT-FILE.
002460     IF NOT WS-REPORT-OK
002470         DISPLAY "AGERPT - REPORT OPEN FAILED - STATUS "
002480             WS-REPORT-STATUS
002490         CLOSE ACCOUNT-MASTER-FILE
002500         CLOSE TXN-HISTORY-FILE
002510         CLOSE AGE-WORK-FILE
002520         MOVE 16 TO WS-STEP-RC
002530         GO TO 1000-EXIT
002540     END-IF.
002550     SET WS-FILES-OPEN TO TRUE.
002560     SET WS-REPORT-OPEN TO TRUE.
002570     MOVE LOW-VALUES TO ACCT-NUMBER.
002580     START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
002590         INVALID KEY
002600             SET WS-ACCT-SCAN-DONE TO TRUE
002610     END-START.
002620 1000-EXIT.
002630     EXIT.
002640
002650 1100-CLEAR-BUCKET.
002660     MOVE ZERO TO WS-BKT-COUNT(WS-BKT-IDX).
002670     MOVE ZERO TO WS-BKT-BALANCE(WS-BKT-IDX).
002680 1100-EXIT.
002690     EXIT.
002700
002710******************************************************************
002720* Age one overdrawn account.  The overdrawn-since date is the
002730* posting date of the item that last took the balance from zero
002740* or better to below zero, found by walking the account's
002750* history oldest first.  An account overdrawn with nothing in
002760* the live history to show when (opened overdrawn, or the
002770* history archived away) is aged into the oldest bucket and
002780* flagged, so it is worked rather than hidden.
002790******************************************************************
002800 2000-AGE-ACCOUNT.
002810     READ ACCOUNT-MASTER-FILE NEXT RECORD
002820         AT END
002830             SET WS-ACCT-SCAN-DONE TO TRUE
002840             GO TO 2000-EXIT
002850     END-READ.
002860     IF ACCT-BALANCE NOT < ZERO
002870         GO TO 2000-EXIT
002880     END-IF.
002890     MOVE SPACES TO AGEWK-RECORD.
002900     MOVE ZERO TO WS-OVERDRAWN-SINCE.
002910     PERFORM 2100-FIND-OVERDRAWN-SINCE THRU 2100-EXIT.
002920     IF WS-OVERDRAWN-SINCE = ZERO
002930         MOVE "Y" TO AGEWK-NO-HISTORY-SW
002940         MOVE ZERO TO WS-DAYS-OVERDRAWN
002950         MOVE 4 TO AGEWK-BUCKET
002960     ELSE
002970         MOVE "N" TO AGEWK-NO-HISTORY-SW
002980         MOVE WS-OVERDRAWN-SINCE TO WS-CONV-DATE
002990         PERFORM 5000-DATE-TO-DAY-NUMBER THRU 5000-EXIT
003000         IF WS-CONV-DAY-NUMBER < WS-RUN-DAY-NUMBER
003010             COMPUTE WS-DAYS-OVERDRAWN =
003020                 WS-RUN-DAY-NUMBER - WS-CONV-DAY-NUMBER
003030         ELSE
003040             MOVE 1 TO WS-DAYS-OVERDRAWN
003050         END-IF
003060         EVALUATE TRUE
003070             WHEN WS-DAYS-OVERDRAWN NOT > 30
003080                 MOVE 1 TO AGEWK-BUCKET
003090             WHEN WS-DAYS-OVERDRAWN NOT > 60
003100                 MOVE 2 TO AGEWK-BUCKET
003110             WHEN WS-DAYS-OVERDRAWN NOT > 90
003120                 MOVE 3 TO AGEWK-BUCKET
003130             WHEN OTHER
003140                 MOVE 4 TO AGEWK-BUCKET
003150         END-EVALUATE
003160     END-IF.
003170     MOVE ACCT-NUMBER TO AGEWK-ACCOUNT-NUMBER.
003180     MOVE ACCT-NAME TO AGEWK-ACCOUNT-NAME.
003190     MOVE ACCT-BALANCE TO AGEWK-BALANCE.
003200     MOVE WS-OVERDRAWN-SINCE TO AGEWK-OVERDRAWN-SINCE.
003210     MOVE WS-DAYS-OVERDRAWN TO AGEWK-DAYS-OVERDRAWN.
003220     WRITE AGEWK-RECORD.
003230     ADD 1 TO WS-ACCOUNT-COUNT.
003240     ADD 1 TO WS-BKT-COUNT(AGEWK-BUCKET).
003250     ADD ACCT-BALANCE TO WS-BKT-BALANCE(AGEWK-BUCKET).
003260     ADD ACCT-BALANCE TO WS-TOTAL-BALANCE.
003270 2000-EXIT.
003280     EXIT.
003290
003300 2100-FIND-OVERDRAWN-SINCE.
003310     MOVE "N" TO WS-HIST-SCAN-DONE-SW.
003320     MOVE SPACES TO TXH-KEY.
003330     MOVE ACCT-NUMBER TO TXH-ACCOUNT-NUMBER.
003340     MOVE ZERO TO TXH-POST-DATE.
003350     MOVE ZERO TO TXH-POST-SEQ.
003360     START TXN-HISTORY-FILE KEY NOT < TXH-KEY
003370         INVALID KEY
003380             SET WS-HIST-SCAN-DONE TO TRUE
003390     END-START.
003400     PERFORM 2200-CHECK-ONE-ITEM THRU 2200-EXIT
003410         UNTIL WS-HIST-SCAN-DONE.
003420 2100-EXIT.
003430     EXIT.
003440
003450 2200-CHECK-ONE-ITEM.
003460     READ TXN-HISTORY-FILE NEXT RECORD
003470         AT END
003480             SET WS-HIST-SCAN-DONE TO TRUE
003490             GO TO 2200-EXIT
003500     END-READ.
003510     IF TXH-ACCOUNT-NUMBER NOT = ACCT-NUMBER
003520             OR TXH-POST-DATE > JOBHDR-RUN-DATE
003530         SET WS-HIST-SCAN-DONE TO TRUE
003540         GO TO 2200-EXIT
003550     END-IF.
003560     IF TXH-NEW-BALANCE < ZERO
003570         IF WS-OVERDRAWN-SINCE = ZERO
003580             MOVE TXH-POST-DATE TO WS-OVERDRAWN-SINCE
003590         END-IF
003600     ELSE
003610         MOVE ZERO TO WS-OVERDRAWN-SINCE
003620     END-IF.
003630 2200-EXIT.
003640     EXIT.
003650
003660 2900-CLOSE-SCAN.
003670     CLOSE ACCOUNT-MASTER-FILE.
003680     CLOSE TXN-HISTORY-FILE.
003690     CLOSE AGE-WORK-FILE.
003700     MOVE "N" TO WS-FILES-OPEN-SWITCH.
003710 2900-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* Print one bucket section - a pass of the work file picking
003760* out the accounts aged into this bucket, in account order,
003770* closed by the bucket's account count and overdrawn total.
003780******************************************************************
003790 3000-PRINT-BUCKET.
003800     OPEN INPUT AGE-WORK-FILE.
003810     IF NOT WS-AGEWORK-OK
003820         DISPLAY "AGERPT - WORK FILE NOT AVAILABLE - STATUS "
003830             WS-AGEWORK-STATUS
003840         MOVE 16 TO WS-STEP-RC
003850         GO TO 3000-EXIT
003860     END-IF.
003870     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 4
003880         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
003890     END-IF.
003900     MOVE WS-BKT-LABEL(WS-BKT-IDX) TO WS-BH-LABEL.
003910     WRITE REPORT-LINE FROM WS-BUCKET-HEADING.
003920     ADD 1 TO WS-LINE-COUNT.
003930     MOVE "N" TO WS-WORK-EOF-SWITCH.
003940     PERFORM 3100-PRINT-ONE-ACCOUNT THRU 3100-EXIT
003950         UNTIL WS-WORK-EOF.
003960     CLOSE AGE-WORK-FILE.
003970     MOVE WS-BKT-LABEL(WS-BKT-IDX) TO WS-BT-LABEL.
003980     MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-BT-COUNT.
003990     MOVE WS-BKT-BALANCE(WS-BKT-IDX) TO WS-BT-BALANCE.
004000     WRITE REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.
004010     WRITE REPORT-LINE FROM SPACES.
004020     ADD 2 TO WS-LINE-COUNT.
004030 3000-EXIT.
004040     EXIT.
004050
004060 3100-PRINT-ONE-ACCOUNT.
004070     READ AGE-WORK-FILE
004080         AT END
004090             MOVE "Y" TO WS-WORK-EOF-SWITCH
004100             GO TO 3100-EXIT
004110     END-READ.
004120     IF AGEWK-BUCKET NOT = WS-BKT-IDX
004130         GO TO 3100-EXIT
004140     END-IF.
004150     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
004160         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
004170     END-IF.
004180     MOVE AGEWK-ACCOUNT-NUMBER TO WS-DET-ACCOUNT.
004190     MOVE AGEWK-ACCOUNT-NAME TO WS-DET-NAME.
004200     MOVE AGEWK-BALANCE TO WS-DET-BALANCE.
004210     MOVE AGEWK-OVERDRAWN-SINCE TO WS-DET-SINCE.
004220     MOVE AGEWK-DAYS-OVERDRAWN TO WS-DET-DAYS.
004230     IF AGEWK-NO-HISTORY
004240         MOVE "NO HISTORY" TO WS-DET-NOTE
004250     ELSE
004260         MOVE SPACES TO WS-DET-NOTE
004270     END-IF.
004280     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004290     ADD 1 TO WS-LINE-COUNT.
004300 3100-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* The summary finance takes with the statement run - account
004350* count and overdrawn total per bucket and for the report.
004360******************************************************************
004370 4000-PRINT-SUMMARY.
004380     MOVE 99 TO WS-LINE-COUNT.
004390     PERFORM 7000-PAGE-HEADING THRU 7000-EXIT.
004400     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
004410     PERFORM 4100-PRINT-BUCKET-TOTAL THRU 4100-EXIT
004420         VARYING WS-BKT-IDX FROM 1 BY 1
004430             UNTIL WS-BKT-IDX > 4.
004440     MOVE "ALL OVERDRAWN" TO WS-BT-LABEL.
004450     MOVE WS-ACCOUNT-COUNT TO WS-BT-COUNT.
004460     MOVE WS-TOTAL-BALANCE TO WS-BT-BALANCE.
004470     WRITE REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.
004480 4000-EXIT.
004490     EXIT.
004500
004510 4100-PRINT-BUCKET-TOTAL.
004520     MOVE WS-BKT-LABEL(WS-BKT-IDX) TO WS-BT-LABEL.
004530     MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-BT-COUNT.
004540     MOVE WS-BKT-BALANCE(WS-BKT-IDX) TO WS-BT-BALANCE.
004550     WRITE REPORT-LINE FROM WS-BUCKET-TOTAL-LINE.
004560 4100-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* Convert WS-CONV-DATE (YYYYMMDD) to a running day number in
004610* WS-CONV-DAY-NUMBER.  Each DIVIDE truncates to a whole number,
004620* which is what the leap-year corrections depend on.
004630******************************************************************
004640 5000-DATE-TO-DAY-NUMBER.
004650     MOVE WS-CONV-YEAR TO WS-CONV-CALC-YEAR.
004660     MOVE WS-CONV-MONTH TO WS-CONV-CALC-MONTH.
004670     IF WS-CONV-CALC-MONTH < 3
004680         SUBTRACT 1 FROM WS-CONV-CALC-YEAR
004690         ADD 12 TO WS-CONV-CALC-MONTH
004700     END-IF.
004710     DIVIDE WS-CONV-CALC-YEAR BY 4 GIVING WS-CONV-QUAD-YEARS.
004720     DIVIDE WS-CONV-CALC-YEAR BY 100 GIVING WS-CONV-CENTURIES.
004730     DIVIDE WS-CONV-CALC-YEAR BY 400
004740         GIVING WS-CONV-QUAD-CENTURIES.
004750     COMPUTE WS-CONV-MONTH-WORK =
004760         153 * (WS-CONV-CALC-MONTH - 3) + 2.
004770     DIVIDE WS-CONV-MONTH-WORK BY 5 GIVING WS-CONV-MONTH-DAYS.
004780     COMPUTE WS-CONV-DAY-NUMBER = WS-CONV-CALC-YEAR * 365
004790         + WS-CONV-QUAD-YEARS - WS-CONV-CENTURIES
004800         + WS-CONV-QUAD-CENTURIES + WS-CONV-MONTH-DAYS
004810         + WS-CONV-DAY.
004820 5000-EXIT.
004830     EXIT.
004840
004850 7000-PAGE-HEADING.
004860     ADD 1 TO WS-PAGE-COUNT.
004870     MOVE JOBHDR-RUN-ID TO WS-HDG-RUN-ID.
004880     MOVE JOBHDR-RUN-DATE TO WS-HDG-RUN-DATE.
004890     MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
004900     WRITE REPORT-LINE FROM WS-HEADING-1.
004910     WRITE REPORT-LINE FROM WS-HEADING-2.
004920     WRITE REPORT-LINE FROM SPACES.
004930     MOVE 3 TO WS-LINE-COUNT.
004940 7000-EXIT.
004950     EXIT.
004960
004970 9000-TERMINATE.
004980     IF WS-FILES-OPEN
004990         CLOSE ACCOUNT-MASTER-FILE
005000         CLOSE TXN-HISTORY-FILE
005010         CLOSE AGE-WORK-FILE
005020     END-IF.
005030     IF WS-REPORT-OPEN
005040         CLOSE REPORT-FILE
005050     END-IF.
005060     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
005070     DISPLAY "AGERPT - OVERDRAWN ACCOUNTS AGED: "
005080         WS-COUNT-DISPLAY.
005090     MOVE WS-TOTAL-BALANCE TO WS-AMOUNT-DISPLAY.
005100     DISPLAY "AGERPT - TOTAL OVERDRAWN:         "
005110         WS-AMOUNT-DISPLAY.
005120     MOVE WS-STEP-RC TO RETURN-CODE.
005130 9000-EXIT.
005140     EXIT.
005150
005160 END PROGRAM AGERPT.
