000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Supervisor-authorized console utility that backs
000070*             out a whole posting run by run-id.  Every item the
000080*             run filed on the TXNHIST history - from the posting
000090*             step and from the suspense step - is reversed: the
000100*             account balance and its year-to-date debit or
000110*             credit total are put back, a reversal entry ("RD"
000120*             reversing a debit, "RC" reversing a credit) is
000130*             filed on TXNHIST pointing at the original, and the
000140*             original is marked reversed.  The reversal movement
000150*             is recorded on BALCTL under the backout id ("BK"
000160*             plus the last six characters of the run-id) so the
000170*             next balance proof carries it, and is sent to the
000180*             ledger as its own GLINTF batch under the same id.
000190*             The BKOUTRPT control report lists every item and
000210*             proves the master before and after.  A run-id any
000220*             of whose postings fall in a year YECTL shows as
000230*             closed (or mid-close) is refused, as is a run-id
000240*             already backed out; so is every backout while YECTL
000250*             is on file but cannot be read.  The BALCTL row, the
000260*             ledger batch and the SALUDO-LOG echo are written
000270*             only once every item is reversed.  A backout that
000280*             leaves any item not reversed, or stops partway,
000290*             ends RC 16 without them and is finished by running
000300*             it again - items already marked reversed are passed
000310*             over and the reversals filed earlier are counted
000320*             into the totals.  An item marked reversed with no
000330*             reversal filed - its reversal could not be filed,
000340*             or a stop caught it between the two - is named on
000350*             the console and the report for a hand check, and
000360*             the backout cannot complete until it is put right.
000370* Tectonics: cobc
000380*-----------------------------------------------------------------
000390* Maintenance History
000400* DATE       BY   DESCRIPTION
000410* 2026-10-15 JCM  Initial version.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. RUNBKOUT.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ACCT-NUMBER
000530         FILE STATUS IS WS-ACCTMST-STATUS.
000540     SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TXH-KEY
000580         FILE STATUS IS WS-TXHIST-STATUS.
000590     SELECT BAL-CONTROL-FILE ASSIGN TO "BALCTL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS BALCTL-RUN-ID
000630         FILE STATUS IS WS-BALCTL-STATUS.
000640     SELECT YE-CONTROL-FILE ASSIGN TO "YECTL"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS YECTL-CLOSE-YEAR
000680         FILE STATUS IS WS-YECTL-STATUS.
000690     SELECT OPERATOR-CTL-FILE ASSIGN TO "OPCTL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OPCTL-OPERATOR-ID
000730         FILE STATUS IS WS-OPCTL-STATUS.
000740     SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOWORK"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-BKOWORK-STATUS.
000780     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-GLINTF-STATUS.
000820     SELECT SALUDO-LOG-FILE ASSIGN TO "SALULOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-SALULOG-STATUS.
000860     SELECT REPORT-FILE ASSIGN TO "BKOUTRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-REPORT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  ACCOUNT-MASTER-FILE.
000940     COPY ACCTREC.
000950 FD  TXN-HISTORY-FILE.
000960     COPY TXHISTREC.
000970 FD  BAL-CONTROL-FILE.
000980     COPY BALCTLREC.
000990 FD  YE-CONTROL-FILE.
001000     COPY YECTLREC.
001010 FD  OPERATOR-CTL-FILE.
001020     COPY OPCTLREC.
001030 FD  BACKOUT-WORK-FILE.
001040 01  BACKOUT-WORK-RECORD         PIC X(89).
001050 FD  GL-INTERFACE-FILE.
001060     COPY GLINTREC.
001070 FD  SALUDO-LOG-FILE.
001080     COPY SALULREC.
001090 FD  REPORT-FILE.
001100 01  REPORT-LINE                 PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-ACCTMST-STATUS           PIC X(02).
001140     88  WS-ACCTMST-OK               VALUE "00".
001150 01  WS-TXHIST-STATUS            PIC X(02).
001160     88  WS-TXHIST-OK                VALUE "00".
001170     88  WS-TXHIST-DUPLICATE         VALUE "22".
001180 01  WS-BALCTL-STATUS            PIC X(02).
001190     88  WS-BALCTL-OK                VALUE "00".
001200     88  WS-BALCTL-NOT-FOUND         VALUE "23" "35".
001210 01  WS-YECTL-STATUS             PIC X(02).
001220     88  WS-YECTL-OK                 VALUE "00".
001230     88  WS-YECTL-NOT-FOUND          VALUE "35".
001240 01  WS-OPCTL-STATUS             PIC X(02).
001250     88  WS-OPCTL-OK                 VALUE "00".
001260 01  WS-BKOWORK-STATUS           PIC X(02).
001270     88  WS-BKOWORK-OK               VALUE "00".
001280 01  WS-GLINTF-STATUS            PIC X(02).
001290     88  WS-GLINTF-OK                VALUE "00".
001300 01  WS-SALULOG-STATUS           PIC X(02).
001310     88  WS-SALULOG-OK               VALUE "00".
001320 01  WS-REPORT-STATUS            PIC X(02).
001330     88  WS-REPORT-OK                VALUE "00".
001340
001350 01  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
001360     88  WS-FILES-OPEN               VALUE "Y".
001370 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
001380     88  WS-REPORT-OPEN              VALUE "Y".
001390 01  WS-YECTL-OPEN-SWITCH        PIC X(01) VALUE "N".
001400     88  WS-YECTL-OPEN               VALUE "Y".
001410 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001420     88  WS-HIST-EOF                 VALUE "Y".
001430 01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
001440     88  WS-WORK-EOF                 VALUE "Y".
001450 01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
001460     88  WS-MASTER-EOF               VALUE "Y".
001470 01  WS-REV-WRITTEN-SWITCH       PIC X(01) VALUE "N".
001480     88  WS-REV-WRITTEN              VALUE "Y".
001490 01  WS-REV-FILED-SWITCH         PIC X(01) VALUE "N".
001500     88  WS-REV-FILED                VALUE "Y".
001510 01  WS-COMPLETE-SWITCH          PIC X(01) VALUE "N".
001520     88  WS-BACKOUT-COMPLETE         VALUE "Y".
001530
001540 01  WS-OPERATOR-ID              PIC X(08).
001550 01  WS-SUPERVISOR-ID            PIC X(08).
001560 01  WS-CONFIRM                  PIC X(01).
001570 01  WS-TARGET-RUN-ID            PIC X(08).
001580 01  WS-TARGET-PARTS             REDEFINES WS-TARGET-RUN-ID.
001590     05  WS-TARGET-PREFIX        PIC X(02).
001600     05  WS-TARGET-SUFFIX        PIC X(06).
001610 01  WS-BACKOUT-ID               PIC X(08).
001620 01  WS-BACKOUT-PARTS            REDEFINES WS-BACKOUT-ID.
001630     05  WS-BACKOUT-PREFIX       PIC X(02).
001640     05  WS-BACKOUT-SUFFIX       PIC X(06).
001650 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
001660 01  WS-NOW                      PIC 9(06) VALUE ZERO.
001670 01  WS-POST-YEAR                PIC 9(04) VALUE ZERO.
001680 01  WS-CHECKED-YEAR             PIC 9(04) VALUE ZERO.
001690 01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
001700 01  WS-ITEM-STATUS              PIC X(10) VALUE SPACES.
001710 01  WS-REVERSAL-CODE            PIC X(02) VALUE SPACES.
001720 01  WS-CHECK-ACCOUNT            PIC X(08) VALUE SPACES.
001730
001740******************************************************************
001750* The original history entry being reversed, as carried on the
001760* BKOWORK work file between the selection and reversal passes.
001770******************************************************************
001780 01  WS-ORIG-ENTRY.
001790     05  WS-ORIG-KEY.
001800         10  WS-ORIG-ACCOUNT-NUMBER  PIC X(08).
001810         10  WS-ORIG-POST-DATE       PIC 9(08).
001820         10  WS-ORIG-POST-SEQ        PIC 9(07).
001830     05  WS-ORIG-TRANS-CODE          PIC X(02).
001840     05  WS-ORIG-AMOUNT              PIC 9(09)V99.
001850     05  WS-ORIG-EFFECTIVE-DATE      PIC 9(08).
001860     05  FILLER                      PIC X(45).
001870
001880 77  WS-REV-SEQ                  PIC 9(07) COMP VALUE 8000000.
001890 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001900 77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
001910 77  WS-EARLIER-COUNT            PIC 9(07) COMP VALUE ZERO.
001920 77  WS-REVERSED-COUNT           PIC 9(07) COMP VALUE ZERO.
001930 77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
001940 77  WS-UNFILED-COUNT            PIC 9(07) COMP VALUE ZERO.
001950 77  WS-ACCOUNT-MARKED           PIC 9(07) COMP VALUE ZERO.
001960 77  WS-ACCOUNT-FILED            PIC 9(07) COMP VALUE ZERO.
001970 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
001980 77  WS-RD-COUNT                 PIC 9(07) COMP VALUE ZERO.
001990 77  WS-RC-COUNT                 PIC 9(07) COMP VALUE ZERO.
002000 77  WS-GL-RECORD-COUNT          PIC 9(07) COMP VALUE ZERO.
002010 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
002020 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
002030 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
002040 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
002045 77  WS-TIME-OF-DAY              PIC 9(08) VALUE ZERO.
002050
002060 01  WS-SELECTED-DEBITS          PIC 9(13)V99 VALUE ZERO.
002070 01  WS-SELECTED-CREDITS         PIC 9(13)V99 VALUE ZERO.
002080 01  WS-SESSION-RD-AMOUNT        PIC 9(13)V99 VALUE ZERO.
002090 01  WS-SESSION-RC-AMOUNT        PIC 9(13)V99 VALUE ZERO.
002100 01  WS-RD-AMOUNT                PIC 9(13)V99 VALUE ZERO.
002110 01  WS-RC-AMOUNT                PIC 9(13)V99 VALUE ZERO.
002120 01  WS-HASH-AMOUNT              PIC 9(15)V99 VALUE ZERO.
002130 01  WS-MASTER-TOTAL             PIC S9(13)V99 VALUE ZERO.
002140 01  WS-MASTER-BEFORE            PIC S9(13)V99 VALUE ZERO.
002150 01  WS-MASTER-AFTER             PIC S9(13)V99 VALUE ZERO.
002160 01  WS-EXPECTED-TOTAL           PIC S9(13)V99 VALUE ZERO.
002170
002180 01  WS-COUNT-DISPLAY            PIC Z(06)9.
002190 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002200
002210 01  WS-RPT-HEADING-1.
002220     05  FILLER                  PIC X(28)
002230         VALUE "RUN BACKOUT CONTROL REPORT  ".
002240     05  FILLER                  PIC X(07) VALUE "RUN-ID ".
002250     05  WS-HDG-RUN-ID           PIC X(08).
002260     05  FILLER                  PIC X(14) VALUE "  BACKOUT ID  ".
002270     05  WS-HDG-BACKOUT-ID       PIC X(08).
002280     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002290     05  WS-HDG-PAGE             PIC ZZZ9.
002300     05  FILLER                  PIC X(04) VALUE SPACES.
002310 01  WS-RPT-HEADING-2.
002320     05  FILLER                  PIC X(05) VALUE "DATE ".
002330     05  WS-HDG-DATE             PIC 9(08).
002340     05  FILLER                  PIC X(07) VALUE "  TIME ".
002350     05  WS-HDG-TIME             PIC 9(06).
002360     05  FILLER                  PIC X(11) VALUE "  OPERATOR ".
002370     05  WS-HDG-OPERATOR-ID      PIC X(08).
002380     05  FILLER                  PIC X(13) VALUE "  SUPERVISOR ".
002390     05  WS-HDG-SUPERVISOR-ID    PIC X(08).
002400     05  FILLER                  PIC X(14) VALUE SPACES.
002410 01  WS-RPT-HEADING-3.
002420     05  FILLER                  PIC X(28)
002430         VALUE " ACCOUNT  CD         AMOUNT ".
002440     05  FILLER                  PIC X(26)
002450         VALUE "EFF DATE POSTED   SEQUENCE".
002460     05  FILLER                  PIC X(26)
002470         VALUE "     NEW BALANCE STATUS   ".
002480 01  WS-RPT-DETAIL-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  WS-DET-ACCOUNT          PIC X(08).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  WS-DET-TRANS-CODE       PIC X(02).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  WS-DET-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  WS-DET-EFF-DATE         PIC 9(08).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WS-DET-POST-DATE        PIC 9(08).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WS-DET-POST-SEQ         PIC 9(07).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  WS-DET-NEW-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  WS-DET-STATUS           PIC X(10).
002650 01  WS-RPT-COUNT-LINE.
002660     05  WS-RPT-LABEL            PIC X(30).
002670     05  WS-RPT-COUNT            PIC ZZZZZZ9.
002680     05  FILLER                  PIC X(43) VALUE SPACES.
002690 01  WS-RPT-AMOUNT-LINE.
002700     05  WS-RPT-AMT-LABEL        PIC X(30).
002710     05  WS-RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002720     05  FILLER                  PIC X(28) VALUE SPACES.
002730 01  WS-RPT-TEXT-LINE.
002740     05  WS-RPT-TEXT             PIC X(80).
002750
002760 PROCEDURE DIVISION.
002770 0000-MAIN-PROCEDURE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     IF WS-STEP-RC = ZERO
002800         PERFORM 2000-SELECT-ITEMS THRU 2000-EXIT
002810     END-IF.
002820     IF WS-STEP-RC = ZERO
002830         PERFORM 2500-AUTHORIZE THRU 2500-EXIT
002840     END-IF.
002850     IF WS-STEP-RC = ZERO
002860         PERFORM 3000-SUM-MASTER THRU 3000-EXIT
002870         MOVE WS-MASTER-TOTAL TO WS-MASTER-BEFORE
002880         PERFORM 4000-REVERSE-ITEMS THRU 4000-EXIT
002890         PERFORM 3000-SUM-MASTER THRU 3000-EXIT
002900         MOVE WS-MASTER-TOTAL TO WS-MASTER-AFTER
002910         IF WS-SKIPPED-COUNT = ZERO AND WS-UNFILED-COUNT = ZERO
002920                 AND WS-STEP-RC < 16
002930             SET WS-BACKOUT-COMPLETE TO TRUE
002940             PERFORM 5000-RECORD-BALANCE THRU 5000-EXIT
002950             PERFORM 6000-WRITE-GL-BATCH THRU 6000-EXIT
002960             PERFORM 7000-WRITE-AUDIT-ECHO THRU 7000-EXIT
002970         ELSE
002980             DISPLAY "RUNBKOUT - BACKOUT NOT COMPLETE - "
002990                 "RUN IT AGAIN TO FINISH"
003000             MOVE 16 TO WS-STEP-RC
003010         END-IF
003020         PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003030     END-IF.
003040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003050     GOBACK.
003060
003070******************************************************************
003080* Take the run-id, open the report, and make the checks that need
003090* no history scan - a blank id, a backout id (a backout is not
003100* itself backed out), and a run already backed out.  The backout
003110* id is "BK" plus the last six characters of the run-id.
003120******************************************************************
003130 1000-INITIALIZE.
003140     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
003150     IF WS-OPERATOR-ID = SPACES
003160         MOVE "DEFAULT " TO WS-OPERATOR-ID
003170     END-IF.
003180     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003190     ACCEPT WS-NOW FROM TIME.
003200     MOVE SPACES TO WS-SUPERVISOR-ID.
003210     DISPLAY "RUN BACKOUT".
003220     DISPLAY "RUN-ID TO BACK OUT: " WITH NO ADVANCING.
003230     ACCEPT WS-TARGET-RUN-ID.
003240     MOVE "BK" TO WS-BACKOUT-PREFIX.
003250     MOVE WS-TARGET-SUFFIX TO WS-BACKOUT-SUFFIX.
003260     OPEN OUTPUT REPORT-FILE.
003270     IF NOT WS-REPORT-OK
003280         DISPLAY "RUNBKOUT - REPORT FILE OPEN FAILED - STATUS "
003290             WS-REPORT-STATUS
003300         MOVE 16 TO WS-STEP-RC
003310         GO TO 1000-EXIT
003320     END-IF.
003330     SET WS-REPORT-OPEN TO TRUE.
003340     PERFORM 8000-REPORT-HEADING THRU 8000-EXIT.
003350     IF WS-TARGET-RUN-ID = SPACES
003360         MOVE "NO RUN-ID ENTERED" TO WS-REFUSE-REASON
003370         PERFORM 8900-REFUSE THRU 8900-EXIT
003380         GO TO 1000-EXIT
003390     END-IF.
003400     IF WS-TARGET-PREFIX = "BK"
003410         MOVE "A BACKOUT ID CANNOT ITSELF BE BACKED OUT"
003420             TO WS-REFUSE-REASON
003430         PERFORM 8900-REFUSE THRU 8900-EXIT
003440         GO TO 1000-EXIT
003450     END-IF.
003460     OPEN INPUT BAL-CONTROL-FILE.
003470     IF WS-BALCTL-OK
003480         MOVE WS-BACKOUT-ID TO BALCTL-RUN-ID
003490         READ BAL-CONTROL-FILE
003500             INVALID KEY
003510                 CONTINUE
003520         END-READ
003530         IF WS-BALCTL-OK
003540             MOVE "RUN-ID ALREADY BACKED OUT" TO WS-REFUSE-REASON
003550         END-IF
003560         CLOSE BAL-CONTROL-FILE
003570     END-IF.
003580     IF WS-REFUSE-REASON NOT = SPACES
003590         PERFORM 8900-REFUSE THRU 8900-EXIT
003600         GO TO 1000-EXIT
003610     END-IF.
003620     OPEN I-O TXN-HISTORY-FILE.
003630     IF NOT WS-TXHIST-OK
003640         DISPLAY "RUNBKOUT - HISTORY FILE NOT AVAILABLE - STATUS "
003650             WS-TXHIST-STATUS
003660         MOVE 16 TO WS-STEP-RC
003670         GO TO 1000-EXIT
003680     END-IF.
003690     OPEN I-O ACCOUNT-MASTER-FILE.
003700     IF NOT WS-ACCTMST-OK
003710         DISPLAY "RUNBKOUT - ACCOUNT MASTER NOT AVAILABLE - "
003720             "STATUS " WS-ACCTMST-STATUS
003730         CLOSE TXN-HISTORY-FILE
003740         MOVE 16 TO WS-STEP-RC
003750         GO TO 1000-EXIT
003760     END-IF.
003770     OPEN OUTPUT BACKOUT-WORK-FILE.
003780     IF NOT WS-BKOWORK-OK
003790         DISPLAY "RUNBKOUT - WORK FILE OPEN FAILED - STATUS "
003800             WS-BKOWORK-STATUS
003810         CLOSE TXN-HISTORY-FILE
003820         CLOSE ACCOUNT-MASTER-FILE
003830         MOVE 16 TO WS-STEP-RC
003840         GO TO 1000-EXIT
003850     END-IF.
003860     SET WS-FILES-OPEN TO TRUE.
003870     OPEN INPUT YE-CONTROL-FILE.
003880     IF WS-YECTL-OK
003890         SET WS-YECTL-OPEN TO TRUE
003900         GO TO 1000-EXIT
003910     END-IF.
003920     IF NOT WS-YECTL-NOT-FOUND
003930         MOVE SPACES TO WS-REFUSE-REASON
003940         STRING "YEAR-END CONTROL FILE NOT AVAILABLE - STATUS "
003950                 DELIMITED BY SIZE
003960             WS-YECTL-STATUS DELIMITED BY SIZE
003970             INTO WS-REFUSE-REASON
003980         END-STRING
003985         CLOSE BACKOUT-WORK-FILE
003990         PERFORM 8900-REFUSE THRU 8900-EXIT
004000     END-IF.
004010 1000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* Selection pass over the whole of TXNHIST - there is no run-id
004060* key, so every entry is read once.  Original entries of the run
004070* go to the work file; entries already marked reversed and the
004080* reversals a stopped earlier attempt filed under the backout id
004090* are counted so the totals cover the whole backout.  Each
004100* posting year met is looked up on YECTL, and any year closed or
004110* mid-close refuses the backout.  An account with more entries
004120* marked reversed than reversals filed was stopped mid-item on
004130* the earlier attempt and is named for a hand check.
004140******************************************************************
004150 2000-SELECT-ITEMS.
004160     MOVE LOW-VALUES TO TXH-KEY.
004170     START TXN-HISTORY-FILE KEY NOT < TXH-KEY
004180         INVALID KEY
004190             SET WS-HIST-EOF TO TRUE
004200     END-START.
004210     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
004220         UNTIL WS-HIST-EOF.
004230     CLOSE BACKOUT-WORK-FILE.
004240     PERFORM 2300-CHECK-UNFILED THRU 2300-EXIT.
004250     IF WS-REFUSE-REASON NOT = SPACES
004260         PERFORM 8900-REFUSE THRU 8900-EXIT
004270         GO TO 2000-EXIT
004280     END-IF.
004290     IF WS-SELECTED-COUNT = ZERO AND WS-EARLIER-COUNT = ZERO
004300         MOVE "NO POSTED ITEMS ON TXNHIST FOR THIS RUN-ID"
004310             TO WS-REFUSE-REASON
004320         PERFORM 8900-REFUSE THRU 8900-EXIT
004330     END-IF.
004340 2000-EXIT.
004350     EXIT.
004360
004370 2100-SELECT-ONE-ENTRY.
004380     READ TXN-HISTORY-FILE NEXT RECORD
004390         AT END
004400             SET WS-HIST-EOF TO TRUE
004410             GO TO 2100-EXIT
004420     END-READ.
004430     IF TXH-ACCOUNT-NUMBER NOT = WS-CHECK-ACCOUNT
004440         PERFORM 2300-CHECK-UNFILED THRU 2300-EXIT
004450         MOVE TXH-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
004460     END-IF.
004470     IF TXH-RUN-ID = WS-BACKOUT-ID AND TXH-REVERSAL-ENTRY
004480         ADD 1 TO WS-EARLIER-COUNT
004490         ADD 1 TO WS-ACCOUNT-FILED
004500         PERFORM 4400-TALLY-REVERSAL THRU 4400-EXIT
004510         GO TO 2100-EXIT
004520     END-IF.
004530     IF TXH-RUN-ID NOT = WS-TARGET-RUN-ID
004540         GO TO 2100-EXIT
004550     END-IF.
004560     IF TXH-REVERSED-ENTRY
004570         ADD 1 TO WS-ALREADY-COUNT
004580         ADD 1 TO WS-ACCOUNT-MARKED
004590         GO TO 2100-EXIT
004600     END-IF.
004610     IF NOT TXH-ORIGINAL-ENTRY
004620         GO TO 2100-EXIT
004630     END-IF.
004640     DIVIDE TXH-POST-DATE BY 10000 GIVING WS-POST-YEAR.
004650     IF WS-POST-YEAR NOT = WS-CHECKED-YEAR
004660         PERFORM 2200-CHECK-YEAR THRU 2200-EXIT
004670     END-IF.
004680     ADD 1 TO WS-SELECTED-COUNT.
004690     IF TXH-DEBIT
004700         ADD TXH-AMOUNT TO WS-SELECTED-DEBITS
004710     ELSE
004720         ADD TXH-AMOUNT TO WS-SELECTED-CREDITS
004730     END-IF.
004740     WRITE BACKOUT-WORK-RECORD FROM TXH-RECORD.
004750 2100-EXIT.
004760     EXIT.
004770
004780 2200-CHECK-YEAR.
004790     MOVE WS-POST-YEAR TO WS-CHECKED-YEAR.
004800     IF NOT WS-YECTL-OPEN
004810         GO TO 2200-EXIT
004820     END-IF.
004830     MOVE WS-POST-YEAR TO YECTL-CLOSE-YEAR.
004840     READ YE-CONTROL-FILE
004850         INVALID KEY
004860             GO TO 2200-EXIT
004870     END-READ.
004880     IF YECTL-CLOSED OR YECTL-SNAPSHOTTED
004890         MOVE SPACES TO WS-REFUSE-REASON
004900         STRING "RUN-ID POSTED INTO YEAR " DELIMITED BY SIZE
004910             WS-POST-YEAR DELIMITED BY SIZE
004920             " - CLOSED ON YECTL" DELIMITED BY SIZE
004930             INTO WS-REFUSE-REASON
004940         END-STRING
004950     END-IF.
004960 2200-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* Close off one account of the selection pass.  Each item an
005010* earlier attempt finished left one original marked and one
005020* reversal filed; a marked original without its reversal is an
005030* item that attempt stopped on, and whether its account was put
005040* back cannot be told from the files.
005050******************************************************************
005060 2300-CHECK-UNFILED.
005070     IF WS-ACCOUNT-MARKED > WS-ACCOUNT-FILED
005080         COMPUTE WS-UNFILED-COUNT = WS-UNFILED-COUNT
005090             + WS-ACCOUNT-MARKED - WS-ACCOUNT-FILED
005100         DISPLAY "RUNBKOUT - ACCOUNT " WS-CHECK-ACCOUNT
005110             " HAS AN ITEM MARKED REVERSED WITH NO REVERSAL"
005120             " FILED - CHECK BY HAND"
005130         MOVE SPACES TO WS-RPT-TEXT
005140         STRING "ACCOUNT " DELIMITED BY SIZE
005150             WS-CHECK-ACCOUNT DELIMITED BY SIZE
005160             " - ITEM MARKED REVERSED, NO REVERSAL FILED - "
005170                 DELIMITED BY SIZE
005180             "CHECK BY HAND" DELIMITED BY SIZE
005190             INTO WS-RPT-TEXT
005200         END-STRING
005210         WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE
005220         ADD 1 TO WS-LINE-COUNT
005230     END-IF.
005240     MOVE ZERO TO WS-ACCOUNT-MARKED.
005250     MOVE ZERO TO WS-ACCOUNT-FILED.
005260 2300-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* Show what the backout will do and take the supervisor's
005310* authority - a second person, active on the operator roster, who
005320* is not the keying operator - then a final confirmation.
005330******************************************************************
005340 2500-AUTHORIZE.
005350     MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
005360     DISPLAY "ITEMS TO REVERSE:       " WS-COUNT-DISPLAY.
005370     MOVE WS-SELECTED-DEBITS TO WS-AMOUNT-DISPLAY.
005380     DISPLAY "  DEBITS TO REVERSE:    " WS-AMOUNT-DISPLAY.
005390     MOVE WS-SELECTED-CREDITS TO WS-AMOUNT-DISPLAY.
005400     DISPLAY "  CREDITS TO REVERSE:   " WS-AMOUNT-DISPLAY.
005410     IF WS-ALREADY-COUNT > ZERO
005420         MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
005430         DISPLAY "ALREADY REVERSED:       " WS-COUNT-DISPLAY
005440             " (EARLIER ATTEMPT - WILL BE COMPLETED)"
005450     END-IF.
005460     PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT.
005470     IF WS-SUPERVISOR-ID = SPACES
005480         MOVE "SUPERVISOR AUTHORITY NOT GIVEN" TO WS-REFUSE-REASON
005490         PERFORM 8900-REFUSE THRU 8900-EXIT
005500         GO TO 2500-EXIT
005510     END-IF.
005520     DISPLAY "BACK OUT RUN " WS-TARGET-RUN-ID " (Y/N): "
005530         WITH NO ADVANCING.
005540     ACCEPT WS-CONFIRM.
005550     IF WS-CONFIRM NOT = "Y"
005560         MOVE "NOT CONFIRMED AT THE CONSOLE" TO WS-REFUSE-REASON
005570         PERFORM 8900-REFUSE THRU 8900-EXIT
005580         GO TO 2500-EXIT
005590     END-IF.
005600     MOVE 99 TO WS-LINE-COUNT.
005610 2500-EXIT.
005620     EXIT.
005630
005640 3000-SUM-MASTER.
005650     MOVE ZERO TO WS-MASTER-TOTAL.
005660     MOVE ZERO TO WS-ACCOUNT-COUNT.
005670     MOVE "N" TO WS-MASTER-EOF-SWITCH.
005680     MOVE LOW-VALUES TO ACCT-NUMBER.
005690     START ACCOUNT-MASTER-FILE KEY NOT < ACCT-NUMBER
005700         INVALID KEY
005710             SET WS-MASTER-EOF TO TRUE
005720     END-START.
005730     PERFORM 3100-SUM-ONE-ACCOUNT THRU 3100-EXIT
005740         UNTIL WS-MASTER-EOF.
005750 3000-EXIT.
005760     EXIT.
005770
005780 3100-SUM-ONE-ACCOUNT.
005790     READ ACCOUNT-MASTER-FILE NEXT RECORD
005800         AT END
005810             SET WS-MASTER-EOF TO TRUE
005820             GO TO 3100-EXIT
005830     END-READ.
005840     ADD 1 TO WS-ACCOUNT-COUNT.
005850     ADD ACCT-BALANCE TO WS-MASTER-TOTAL.
005860 3100-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* Reversal pass.  For each selected entry the original is marked
005910* reversed first, then the account is put back - balance and the
005920* year-to-date total the original added to - and the reversal
005930* entry filed.  The mark goes first so a re-run never reverses an
005940* item twice; an account that cannot be saved has the mark taken
005950* off its original again.  An item whose reversal cannot be filed,
005960* or that a stop catches between the mark and the filing, is left
005970* marked with no reversal, which the re-run's selection pass names
005980* for a hand check.  Any item not reversed keeps the backout from
005990* completing.
006000******************************************************************
006010 4000-REVERSE-ITEMS.
006020     OPEN INPUT BACKOUT-WORK-FILE.
006030     IF NOT WS-BKOWORK-OK
006040         DISPLAY "RUNBKOUT - WORK FILE NOT AVAILABLE - STATUS "
006050             WS-BKOWORK-STATUS
006060         MOVE 16 TO WS-STEP-RC
006070         GO TO 4000-EXIT
006080     END-IF.
006090     PERFORM 4100-REVERSE-ONE-ITEM THRU 4100-EXIT
006100         UNTIL WS-WORK-EOF.
006110     CLOSE BACKOUT-WORK-FILE.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4100-REVERSE-ONE-ITEM.
006160     READ BACKOUT-WORK-FILE
006170         AT END
006180             SET WS-WORK-EOF TO TRUE
006190             GO TO 4100-EXIT
006200     END-READ.
006210     MOVE BACKOUT-WORK-RECORD TO TXH-RECORD.
006220     MOVE TXH-RECORD TO WS-ORIG-ENTRY.
006230     MOVE WS-ORIG-ACCOUNT-NUMBER TO ACCT-NUMBER.
006240     READ ACCOUNT-MASTER-FILE
006250         INVALID KEY
006260             MOVE "NO ACCOUNT" TO WS-ITEM-STATUS
006270             MOVE ZERO TO ACCT-BALANCE
006280             GO TO 4100-SKIP
006290     END-READ.
006300     IF ACCT-YTD-DEBITS-X NOT NUMERIC
006310         MOVE ZERO TO ACCT-YTD-DEBITS
006320     END-IF.
006330     IF ACCT-YTD-CREDITS-X NOT NUMERIC
006340         MOVE ZERO TO ACCT-YTD-CREDITS
006350     END-IF.
006360     MOVE WS-ORIG-KEY TO TXH-KEY.
006370     READ TXN-HISTORY-FILE
006380         INVALID KEY
006390             DISPLAY "RUNBKOUT - ORIGINAL ENTRY NOT ON FILE - "
006400                 WS-ORIG-KEY
006410             MOVE 16 TO WS-STEP-RC
006420             MOVE "NOT ON FILE" TO WS-ITEM-STATUS
006430             GO TO 4100-SKIP
006440     END-READ.
006450     SET TXH-REVERSED-ENTRY TO TRUE.
006460     REWRITE TXH-RECORD
006470         INVALID KEY
006480             DISPLAY "RUNBKOUT - ORIGINAL ENTRY NOT MARKED - "
006490                 WS-ORIG-KEY
006500             MOVE 16 TO WS-STEP-RC
006510             MOVE "NOT MARKED" TO WS-ITEM-STATUS
006520             GO TO 4100-SKIP
006530     END-REWRITE.
006540     IF TXH-DEBIT
006550         MOVE "RD" TO WS-REVERSAL-CODE
006560         ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
006570         IF ACCT-YTD-DEBITS < WS-ORIG-AMOUNT
006580             MOVE ZERO TO ACCT-YTD-DEBITS
006590         ELSE
006600             SUBTRACT WS-ORIG-AMOUNT FROM ACCT-YTD-DEBITS
006610         END-IF
006620     ELSE
006630         MOVE "RC" TO WS-REVERSAL-CODE
006640         SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
006650         IF ACCT-YTD-CREDITS < WS-ORIG-AMOUNT
006660             MOVE ZERO TO ACCT-YTD-CREDITS
006670         ELSE
006680             SUBTRACT WS-ORIG-AMOUNT FROM ACCT-YTD-CREDITS
006690         END-IF
006700     END-IF.
006710     REWRITE ACCT-RECORD
006720         INVALID KEY
006730             MOVE "NOT SAVED" TO WS-ITEM-STATUS
006740             PERFORM 4200-UNMARK-ORIGINAL THRU 4200-EXIT
006750             GO TO 4100-SKIP
006760     END-REWRITE.
006770     IF WS-REVERSAL-CODE = "RD"
006780         ADD WS-ORIG-AMOUNT TO WS-SESSION-RD-AMOUNT
006790     ELSE
006800         ADD WS-ORIG-AMOUNT TO WS-SESSION-RC-AMOUNT
006810     END-IF.
006820     MOVE SPACES TO TXH-RECORD.
006830     MOVE WS-ORIG-ACCOUNT-NUMBER TO TXH-ACCOUNT-NUMBER.
006840     MOVE WS-TODAY TO TXH-POST-DATE.
006850     MOVE WS-REVERSAL-CODE TO TXH-TRANS-CODE.
006860     MOVE WS-ORIG-AMOUNT TO TXH-AMOUNT.
006870     MOVE WS-ORIG-EFFECTIVE-DATE TO TXH-EFFECTIVE-DATE.
006880     MOVE ACCT-BALANCE TO TXH-NEW-BALANCE.
006890     MOVE WS-BACKOUT-ID TO TXH-RUN-ID.
006900     SET TXH-REVERSAL-ENTRY TO TRUE.
006910     MOVE WS-ORIG-POST-DATE TO TXH-ORIG-POST-DATE.
006920     MOVE WS-ORIG-POST-SEQ TO TXH-ORIG-POST-SEQ.
006930     MOVE "N" TO WS-REV-WRITTEN-SWITCH.
006940     MOVE "N" TO WS-REV-FILED-SWITCH.
006950     PERFORM 4300-WRITE-REVERSAL THRU 4300-EXIT
006960         UNTIL WS-REV-WRITTEN.
006970     IF NOT WS-REV-FILED
006980         MOVE "NOT FILED" TO WS-ITEM-STATUS
006990         GO TO 4100-SKIP
007000     END-IF.
007010     PERFORM 4400-TALLY-REVERSAL THRU 4400-EXIT.
007020     ADD 1 TO WS-REVERSED-COUNT.
007030     MOVE "REVERSED" TO WS-ITEM-STATUS.
007040     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
007050     GO TO 4100-EXIT.
007060 4100-SKIP.
007070     ADD 1 TO WS-SKIPPED-COUNT.
007080     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
007090 4100-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* The account could not be saved, so the original is not reversed
007140* after all - take its mark off again so a re-run selects it.
007150******************************************************************
007160 4200-UNMARK-ORIGINAL.
007170     SET TXH-ORIGINAL-ENTRY TO TRUE.
007180     REWRITE TXH-RECORD
007190         INVALID KEY
007200             DISPLAY "RUNBKOUT - ORIGINAL ENTRY LEFT MARKED - "
007210                 WS-ORIG-KEY
007220             MOVE 16 TO WS-STEP-RC
007230     END-REWRITE.
007240 4200-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* File the reversal entry under the backout date, numbered up from
007290* 8000001.  A key already taken (another backout on the same day
007300* for the same account) moves on to the next number.  Any other
007310* failure ends the tries with WS-REV-FILED left off.
007320******************************************************************
007330 4300-WRITE-REVERSAL.
007340     ADD 1 TO WS-REV-SEQ.
007350     MOVE WS-REV-SEQ TO TXH-POST-SEQ.
007360     WRITE TXH-RECORD
007370         INVALID KEY
007380             CONTINUE
007390     END-WRITE.
007400     IF WS-TXHIST-DUPLICATE
007410         GO TO 4300-EXIT
007420     END-IF.
007430     IF NOT WS-TXHIST-OK
007440         DISPLAY "RUNBKOUT - REVERSAL ENTRY NOT FILED - STATUS "
007450             WS-TXHIST-STATUS " - ACCOUNT " TXH-ACCOUNT-NUMBER
007460         MOVE 16 TO WS-STEP-RC
007470     ELSE
007480         SET WS-REV-FILED TO TRUE
007490     END-IF.
007500     SET WS-REV-WRITTEN TO TRUE.
007510 4300-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* Add one reversal entry in TXH-RECORD to the backout's movement -
007560* "RC" entries are debits to the accounts, "RD" entries credits.
007570******************************************************************
007580 4400-TALLY-REVERSAL.
007590     IF TXH-TRANS-CODE = "RC"
007600         ADD 1 TO WS-RC-COUNT
007610         ADD TXH-AMOUNT TO WS-RC-AMOUNT
007620     ELSE
007630         ADD 1 TO WS-RD-COUNT
007640         ADD TXH-AMOUNT TO WS-RD-AMOUNT
007650     END-IF.
007660 4400-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* Record the backout on BALCTL.  The posted debits and credits are
007710* the whole backout's reversal movement; the prior total is the
007720* master position before the first reversal, worked back from the
007730* position now.  This attempt's own movement must carry the master
007740* from where it found it to where it left it, or the row is
007750* written as a mismatch and the backout ends RC 8.
007760******************************************************************
007770 5000-RECORD-BALANCE.
007780     MOVE SPACES TO BALCTL-RECORD.
007790     MOVE WS-BACKOUT-ID TO BALCTL-RUN-ID.
007800     MOVE WS-TODAY TO BALCTL-DATE.
007810     ACCEPT WS-TIME-OF-DAY FROM TIME.
007815     MOVE WS-TIME-OF-DAY (1:6) TO BALCTL-TIME.
007820     MOVE WS-MASTER-AFTER TO BALCTL-MASTER-TOTAL.
007830     COMPUTE BALCTL-PRIOR-TOTAL = WS-MASTER-AFTER
007840         + WS-RC-AMOUNT - WS-RD-AMOUNT.
007850     MOVE WS-RC-AMOUNT TO BALCTL-POSTED-DEBITS.
007860     MOVE WS-RD-AMOUNT TO BALCTL-POSTED-CREDITS.
007870     MOVE WS-TARGET-RUN-ID TO BALCTL-BACKOUT-OF-RUN-ID.
007880     COMPUTE WS-EXPECTED-TOTAL = WS-MASTER-BEFORE
007890         + WS-SESSION-RD-AMOUNT - WS-SESSION-RC-AMOUNT.
007900     IF WS-EXPECTED-TOTAL = WS-MASTER-AFTER
007910         SET BALCTL-BALANCED TO TRUE
007920     ELSE
007930         SET BALCTL-MISMATCH TO TRUE
007940         DISPLAY "RUNBKOUT - MASTER DID NOT MOVE BY THE REVERSALS"
007950         MOVE 8 TO WS-STEP-RC
007960     END-IF.
007970     OPEN I-O BAL-CONTROL-FILE.
007980     IF WS-BALCTL-NOT-FOUND
007990         OPEN OUTPUT BAL-CONTROL-FILE
008000         CLOSE BAL-CONTROL-FILE
008010         OPEN I-O BAL-CONTROL-FILE
008020     END-IF.
008030     IF NOT WS-BALCTL-OK
008040         DISPLAY "RUNBKOUT - BALANCE CONTROL FILE NOT AVAILABLE"
008050             " - STATUS " WS-BALCTL-STATUS
008060         MOVE 16 TO WS-STEP-RC
008070         GO TO 5000-EXIT
008080     END-IF.
008090     WRITE BALCTL-RECORD
008100         INVALID KEY
008110             DISPLAY "RUNBKOUT - BALANCE CONTROL ROW NOT WRITTEN"
008120                 " - STATUS " WS-BALCTL-STATUS
008130             MOVE 16 TO WS-STEP-RC
008140     END-WRITE.
008150     CLOSE BAL-CONTROL-FILE.
008160 5000-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* The ledger batch for the backout, framed like the nightly
008210* extract's - header, one summary per reversal code on its own
008220* side, and the hash-total trailer - under the backout id.
008230******************************************************************
008240 6000-WRITE-GL-BATCH.
008250     OPEN EXTEND GL-INTERFACE-FILE.
008260     IF NOT WS-GLINTF-OK
008270         OPEN OUTPUT GL-INTERFACE-FILE
008280     END-IF.
008290     IF NOT WS-GLINTF-OK
008300         DISPLAY "RUNBKOUT - INTERFACE FILE OPEN FAILED - STATUS "
008310             WS-GLINTF-STATUS " - LEDGER BATCH NOT WRITTEN"
008320         MOVE 16 TO WS-STEP-RC
008330         GO TO 6000-EXIT
008340     END-IF.
008350     MOVE SPACES TO GL-INTERFACE-RECORD.
008360     SET GL-HEADER TO TRUE.
008370     MOVE WS-BACKOUT-ID TO GL-RUN-ID.
008380     MOVE WS-TODAY TO GL-HDR-DATE.
008390     ACCEPT GL-HDR-TIME FROM TIME.
008400     WRITE GL-INTERFACE-RECORD.
008410     MOVE ZERO TO WS-HASH-AMOUNT.
008420     IF WS-RC-COUNT > ZERO
008430         MOVE SPACES TO GL-INTERFACE-RECORD
008440         SET GL-DETAIL TO TRUE
008450         MOVE WS-BACKOUT-ID TO GL-RUN-ID
008460         MOVE "RC" TO GL-DET-TRANS-CODE
008470         SET GL-DET-DEBIT TO TRUE
008480         MOVE WS-RC-COUNT TO GL-DET-RECORD-COUNT
008490         MOVE WS-RC-AMOUNT TO GL-DET-AMOUNT
008500         ADD WS-RC-AMOUNT TO WS-HASH-AMOUNT
008510         ADD 1 TO WS-GL-RECORD-COUNT
008520         WRITE GL-INTERFACE-RECORD
008530     END-IF.
008540     IF WS-RD-COUNT > ZERO
008550         MOVE SPACES TO GL-INTERFACE-RECORD
008560         SET GL-DETAIL TO TRUE
008570         MOVE WS-BACKOUT-ID TO GL-RUN-ID
008580         MOVE "RD" TO GL-DET-TRANS-CODE
008590         SET GL-DET-CREDIT TO TRUE
008600         MOVE WS-RD-COUNT TO GL-DET-RECORD-COUNT
008610         MOVE WS-RD-AMOUNT TO GL-DET-AMOUNT
008620         ADD WS-RD-AMOUNT TO WS-HASH-AMOUNT
008630         ADD 1 TO WS-GL-RECORD-COUNT
008640         WRITE GL-INTERFACE-RECORD
008650     END-IF.
008660     MOVE SPACES TO GL-INTERFACE-RECORD.
008670     SET GL-TRAILER TO TRUE.
008680     MOVE WS-BACKOUT-ID TO GL-RUN-ID.
008690     MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT.
008700     COMPUTE GL-TRL-HASH-COUNT = WS-RC-COUNT + WS-RD-COUNT.
008710     MOVE WS-HASH-AMOUNT TO GL-TRL-HASH-AMOUNT.
008720     WRITE GL-INTERFACE-RECORD.
008730     CLOSE GL-INTERFACE-FILE.
008740 6000-EXIT.
008750     EXIT.
008760
008770 6500-VERIFY-SUPERVISOR.
008780     DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
008790     ACCEPT WS-SUPERVISOR-ID.
008800     IF WS-SUPERVISOR-ID = SPACES
008810         DISPLAY "SUPERVISOR REQUIRED - NOT BACKED OUT"
008820         GO TO 6500-EXIT
008830     END-IF.
008840     IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
008850         DISPLAY "SUPERVISOR MUST NOT BE THE KEYING OPERATOR - "
008860             "NOT BACKED OUT"
008870         MOVE SPACES TO WS-SUPERVISOR-ID
008880         GO TO 6500-EXIT
008890     END-IF.
008900     OPEN INPUT OPERATOR-CTL-FILE.
008910     IF NOT WS-OPCTL-OK
008920         DISPLAY "OPERATOR ROSTER NOT AVAILABLE - STATUS "
008930             WS-OPCTL-STATUS " - NOT BACKED OUT"
008940         MOVE SPACES TO WS-SUPERVISOR-ID
008950         GO TO 6500-EXIT
008960     END-IF.
008970     MOVE WS-SUPERVISOR-ID TO OPCTL-OPERATOR-ID.
008980     READ OPERATOR-CTL-FILE
008990         INVALID KEY
009000             DISPLAY "SUPERVISOR NOT ON ROSTER - NOT BACKED OUT"
009010             MOVE SPACES TO WS-SUPERVISOR-ID
009020     END-READ.
009030     IF WS-SUPERVISOR-ID NOT = SPACES
009040             AND NOT OPCTL-ACTIVE
009050         DISPLAY "SUPERVISOR IS NOT ACTIVE - NOT BACKED OUT"
009060         MOVE SPACES TO WS-SUPERVISOR-ID
009070     END-IF.
009080     CLOSE OPERATOR-CTL-FILE.
009090     MOVE WS-SUPERVISOR-ID TO WS-HDG-SUPERVISOR-ID.
009100 6500-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140* Echo the backout to the SALUDO-LOG as an "M" row against the
009150* run-id backed out, so the run's own log shows it was reversed.
009160******************************************************************
009170 7000-WRITE-AUDIT-ECHO.
009180     MOVE SPACES TO SALULOG-RECORD.
009190     MOVE WS-TARGET-RUN-ID TO SALULOG-RUN-ID.
009200     MOVE WS-TODAY TO SALULOG-RUN-DATE.
009210     ACCEPT SALULOG-RUN-TIME FROM TIME.
009220     MOVE WS-SUPERVISOR-ID TO SALULOG-OPERATOR-ID.
009230     MOVE SPACE TO SALULOG-TITLE-CODE.
009240     MOVE ZERO TO SALULOG-STEP-NUMBER.
009250     SET SALULOG-MAINT TO TRUE.
009260     MOVE ZERO TO SALULOG-FAILED-STEP.
009270     OPEN EXTEND SALUDO-LOG-FILE.
009280     IF NOT WS-SALULOG-OK
009290         OPEN OUTPUT SALUDO-LOG-FILE
009300     END-IF.
009310     WRITE SALULOG-RECORD.
009320     CLOSE SALUDO-LOG-FILE.
009330 7000-EXIT.
009340     EXIT.
009350
009360 8000-REPORT-HEADING.
009370     ADD 1 TO WS-PAGE-COUNT.
009380     MOVE WS-TARGET-RUN-ID TO WS-HDG-RUN-ID.
009390     MOVE WS-BACKOUT-ID TO WS-HDG-BACKOUT-ID.
009400     MOVE WS-PAGE-COUNT TO WS-HDG-PAGE.
009410     MOVE WS-TODAY TO WS-HDG-DATE.
009420     MOVE WS-NOW TO WS-HDG-TIME.
009430     MOVE WS-OPERATOR-ID TO WS-HDG-OPERATOR-ID.
009440     WRITE REPORT-LINE FROM WS-RPT-HEADING-1.
009450     WRITE REPORT-LINE FROM WS-RPT-HEADING-2.
009460     WRITE REPORT-LINE FROM SPACES.
009470     MOVE 3 TO WS-LINE-COUNT.
009480 8000-EXIT.
009490     EXIT.
009500
009510 8100-PRINT-DETAIL.
009520     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
009530         PERFORM 8000-REPORT-HEADING THRU 8000-EXIT
009540         WRITE REPORT-LINE FROM WS-RPT-HEADING-3
009550         ADD 1 TO WS-LINE-COUNT
009560     END-IF.
009570     MOVE WS-ORIG-ACCOUNT-NUMBER TO WS-DET-ACCOUNT.
009580     MOVE WS-ORIG-TRANS-CODE TO WS-DET-TRANS-CODE.
009590     MOVE WS-ORIG-AMOUNT TO WS-DET-AMOUNT.
009600     MOVE WS-ORIG-EFFECTIVE-DATE TO WS-DET-EFF-DATE.
009610     MOVE WS-ORIG-POST-DATE TO WS-DET-POST-DATE.
009620     MOVE WS-ORIG-POST-SEQ TO WS-DET-POST-SEQ.
009630     MOVE ACCT-BALANCE TO WS-DET-NEW-BALANCE.
009640     MOVE WS-ITEM-STATUS TO WS-DET-STATUS.
009650     WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.
009660     ADD 1 TO WS-LINE-COUNT.
009670 8100-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* The control totals and the master proof - the position before,
009720* this attempt's reversal movement, and the position after.  A
009730* backout that did not complete says so in place of the proof.
009740******************************************************************
009750 8500-PRINT-TOTALS.
009760     WRITE REPORT-LINE FROM SPACES.
009770     MOVE "ITEMS REVERSED" TO WS-RPT-LABEL.
009780     MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT.
009790     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
009800     MOVE "ITEMS NOT REVERSED" TO WS-RPT-LABEL.
009810     MOVE WS-SKIPPED-COUNT TO WS-RPT-COUNT.
009820     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
009830     MOVE "REVERSED ON AN EARLIER ATTEMPT" TO WS-RPT-LABEL.
009840     MOVE WS-EARLIER-COUNT TO WS-RPT-COUNT.
009850     WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE.
009860     IF WS-UNFILED-COUNT > ZERO
009870         MOVE "MARKED, NO REVERSAL - CHECK" TO WS-RPT-LABEL
009880         MOVE WS-UNFILED-COUNT TO WS-RPT-COUNT
009890         WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
009900     END-IF.
009910     MOVE "REVERSAL DEBITS (RC)" TO WS-RPT-AMT-LABEL.
009920     MOVE WS-RC-AMOUNT TO WS-RPT-AMOUNT.
009930     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
009940     MOVE "REVERSAL CREDITS (RD)" TO WS-RPT-AMT-LABEL.
009950     MOVE WS-RD-AMOUNT TO WS-RPT-AMOUNT.
009960     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
009970     WRITE REPORT-LINE FROM SPACES.
009980     MOVE "MASTER TOTAL BEFORE" TO WS-RPT-AMT-LABEL.
009990     MOVE WS-MASTER-BEFORE TO WS-RPT-AMOUNT.
010000     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
010010     MOVE "  LESS DEBITS THIS ATTEMPT" TO WS-RPT-AMT-LABEL.
010020     MOVE WS-SESSION-RC-AMOUNT TO WS-RPT-AMOUNT.
010030     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
010040     MOVE "  PLUS CREDITS THIS ATTEMPT" TO WS-RPT-AMT-LABEL.
010050     MOVE WS-SESSION-RD-AMOUNT TO WS-RPT-AMOUNT.
010060     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
010070     MOVE "MASTER TOTAL AFTER" TO WS-RPT-AMT-LABEL.
010080     MOVE WS-MASTER-AFTER TO WS-RPT-AMOUNT.
010090     WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE.
010100     IF NOT WS-BACKOUT-COMPLETE
010110         MOVE "BACKOUT NOT COMPLETE - NOTHING RECORDED ON BALCTL,"
010120             TO WS-RPT-TEXT
010130         WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE
010140         MOVE "GLINTF OR SALUDO-LOG - RUN IT AGAIN TO FINISH"
010150             TO WS-RPT-TEXT
010160     ELSE
010170         IF BALCTL-BALANCED
010180             MOVE "MASTER PROOF: BALANCED" TO WS-RPT-TEXT
010190         ELSE
010200             MOVE "MASTER PROOF: OUT OF BALANCE" TO WS-RPT-TEXT
010210         END-IF
010220     END-IF.
010230     WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE.
010240 8500-EXIT.
010250     EXIT.
010260
010270 8900-REFUSE.
010280     DISPLAY "RUNBKOUT - BACKOUT REFUSED - " WS-REFUSE-REASON.
010290     IF WS-REPORT-OPEN
010300         MOVE SPACES TO WS-RPT-TEXT
010310         STRING "BACKOUT REFUSED - " DELIMITED BY SIZE
010320             WS-REFUSE-REASON DELIMITED BY SIZE
010330             INTO WS-RPT-TEXT
010340         END-STRING
010350         WRITE REPORT-LINE FROM WS-RPT-TEXT-LINE
010360     END-IF.
010370     MOVE 12 TO WS-STEP-RC.
010380 8900-EXIT.
010390     EXIT.
010400
010410 9000-TERMINATE.
010420     IF WS-FILES-OPEN
010430         CLOSE TXN-HISTORY-FILE
010440         CLOSE ACCOUNT-MASTER-FILE
010450         IF WS-YECTL-OPEN
010460             CLOSE YE-CONTROL-FILE
010470         END-IF
010480     END-IF.
010490     IF WS-REPORT-OPEN
010500         CLOSE REPORT-FILE
010510     END-IF.
010520     MOVE WS-REVERSED-COUNT TO WS-COUNT-DISPLAY.
010530     DISPLAY "RUNBKOUT - ITEMS REVERSED:   " WS-COUNT-DISPLAY.
010540     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
010550     DISPLAY "RUNBKOUT - ITEMS NOT REVERSED:" WS-COUNT-DISPLAY.
010560     MOVE WS-STEP-RC TO RETURN-CODE.
010570 9000-EXIT.
010580     EXIT.
010590
010600 END PROGRAM RUNBKOUT.
