000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Morning sign-off page for one nightly run.  Pulls
000070*             together, for the run-id, what the shift supervisor
000080*             used to check report by report: the SALUDO-LOG
000090*             outcome and operator, every RUNTOTS counter, the
000100*             BALCTL proof row and totals, the GLINTF batch
000110*             trailer hash totals (tied back to the batch's own
000120*             detail records), the ALERT rows raised, the total
000130*             elapsed time on STEPTIME, and the suspense and
000140*             recycle backlog still outstanding.  The page ends
000150*             with each exception found and an overall CLEAN or
000160*             EXCEPTIONS verdict, and a line for the reviewer's
000170*             signature.  The page goes to SIGNRPT and is also
000180*             added to the cumulative SIGNARCH file, which is the
000190*             retained record that each business day's batch was
000200*             reviewed.
000210*             The run to sign off comes from RUN_ID and defaults
000220*             to the latest run-id on the SALUDO-LOG.
000230* Tectonics: cobc
000240*-----------------------------------------------------------------
000250* Maintenance History
000260* DATE       BY   DESCRIPTION
000270* 2026-10-15 JCM  Initial version.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SIGNOFF.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SALUDO-LOG-FILE ASSIGN TO "SALULOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         ACCESS MODE IS SEQUENTIAL
000380         FILE STATUS IS WS-SALULOG-STATUS.
000390     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RUNTOT-RUN-ID
000430         FILE STATUS IS WS-RUNTOT-STATUS.
000440     SELECT BAL-CONTROL-FILE ASSIGN TO "BALCTL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS BALCTL-RUN-ID
000480         FILE STATUS IS WS-BALCTL-STATUS.
000490     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-GLINTF-STATUS.
000530     SELECT ALERT-FILE ASSIGN TO "ALERT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-ALERT-STATUS.
000570     SELECT STEP-TIMING-FILE ASSIGN TO "STEPTIME"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-STPTIM-STATUS.
000610     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-SUSPMST-STATUS.
000650     SELECT TRANSRJ-FILE ASSIGN TO "TRANSRJ"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-BACKLOG-STATUS.
000690     SELECT TRANSRC-FILE ASSIGN TO "TRANSRC"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-BACKLOG-STATUS.
000730     SELECT TRANSRJX-FILE ASSIGN TO "TRANSRJX"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-BACKLOG-STATUS.
000770     SELECT REPORT-FILE ASSIGN TO "SIGNRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-REPORT-STATUS.
000810     SELECT ARCHIVE-FILE ASSIGN TO "SIGNARCH"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-ARCHIVE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  SALUDO-LOG-FILE.
000890     COPY SALULREC.
000900 FD  RUN-TOTALS-FILE.
000910     COPY RUNTOTREC.
000920 FD  BAL-CONTROL-FILE.
000930     COPY BALCTLREC.
000940 FD  GL-INTERFACE-FILE.
000950     COPY GLINTREC.
000960 FD  ALERT-FILE.
000970     COPY ALERTREC.
000980 FD  STEP-TIMING-FILE.
000990     COPY STPTIMREC.
001000 FD  SUSPENSE-MASTER-FILE.
001010     COPY SUSPMREC.
001020 FD  TRANSRJ-FILE.
001030 01  TRANSRJ-RECORD              PIC X(86).
001040 FD  TRANSRC-FILE.
001050 01  TRANSRC-RECORD              PIC X(86).
001060 FD  TRANSRJX-FILE.
001070 01  TRANSRJX-RECORD             PIC X(86).
001080 FD  REPORT-FILE.
001090 01  REPORT-LINE                 PIC X(80).
001100 FD  ARCHIVE-FILE.
001110 01  ARCHIVE-LINE                PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 COPY TRANSREC.
001150
001160 01  WS-SALULOG-STATUS           PIC X(02).
001170     88  WS-SALULOG-OK               VALUE "00".
001180 01  WS-RUNTOT-STATUS            PIC X(02).
001190     88  WS-RUNTOT-OK                VALUE "00".
001200 01  WS-BALCTL-STATUS            PIC X(02).
001210     88  WS-BALCTL-OK                VALUE "00".
001220 01  WS-GLINTF-STATUS            PIC X(02).
001230     88  WS-GLINTF-OK                VALUE "00".
001240 01  WS-ALERT-STATUS             PIC X(02).
001250     88  WS-ALERT-OK                 VALUE "00".
001260 01  WS-STPTIM-STATUS            PIC X(02).
001270     88  WS-STPTIM-OK                VALUE "00".
001280 01  WS-SUSPMST-STATUS           PIC X(02).
001290     88  WS-SUSPMST-OK               VALUE "00".
001300 01  WS-BACKLOG-STATUS           PIC X(02).
001310     88  WS-BACKLOG-OK               VALUE "00".
001320 01  WS-REPORT-STATUS            PIC X(02).
001330     88  WS-REPORT-OK                VALUE "00".
001340 01  WS-ARCHIVE-STATUS           PIC X(02).
001350     88  WS-ARCHIVE-OK               VALUE "00".
001360
001370 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001380     88  WS-EOF                      VALUE "Y".
001390 01  WS-ARCHIVE-OPEN-SWITCH      PIC X(01) VALUE "N".
001400     88  WS-ARCHIVE-OPEN             VALUE "Y".
001410 01  WS-RUNTOT-FOUND-SW          PIC X(01) VALUE "N".
001420     88  WS-RUNTOT-FOUND             VALUE "Y".
001430 01  WS-BALCTL-FOUND-SW          PIC X(01) VALUE "N".
001440     88  WS-BALCTL-FOUND             VALUE "Y".
001450 01  WS-BACKOUT-FOUND-SW         PIC X(01) VALUE "N".
001460     88  WS-BACKOUT-FOUND            VALUE "Y".
001470 01  WS-GL-HEADER-SW             PIC X(01) VALUE "N".
001480     88  WS-GL-HEADER-FOUND          VALUE "Y".
001490 01  WS-GL-TRAILER-SW            PIC X(01) VALUE "N".
001500     88  WS-GL-TRAILER-FOUND         VALUE "Y".
001510
001520 01  WS-OPERATOR-ID              PIC X(08).
001530 01  WS-SELECT-RUN-ID            PIC X(08) VALUE SPACES.
001540 01  WS-LATEST-RUN-ID            PIC X(08) VALUE SPACES.
001550 01  WS-BACKOUT-ID               PIC X(08).
001560 01  WS-BACKOUT-PARTS            REDEFINES WS-BACKOUT-ID.
001570     05  WS-BACKOUT-PREFIX       PIC X(02).
001580     05  WS-BACKOUT-SUFFIX       PIC X(06).
001590 01  WS-SELECT-PARTS.
001600     05  FILLER                  PIC X(02).
001610     05  WS-SELECT-SUFFIX        PIC X(06).
001620 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
001630 01  WS-NOW                      PIC 9(06) VALUE ZERO.
001640
001650******************************************************************
001660* The run's outcome from the SALUDO-LOG - the last completed or
001670* failed row for the run-id wins; refused and maintenance rows are
001680* counted beside it.
001690******************************************************************
001700 01  WS-OUTCOME-STATUS           PIC X(01) VALUE SPACE.
001710     88  WS-OUTCOME-COMPLETED        VALUE "C".
001720     88  WS-OUTCOME-FAILED           VALUE "F".
001730     88  WS-OUTCOME-NONE             VALUE SPACE.
001740 01  WS-OUTCOME-OPERATOR         PIC X(08) VALUE SPACES.
001750 01  WS-OUTCOME-DATE             PIC 9(08) VALUE ZERO.
001760 01  WS-OUTCOME-TIME             PIC 9(06) VALUE ZERO.
001770 01  WS-OUTCOME-RUN-TYPE         PIC X(01) VALUE SPACE.
001780 01  WS-OUTCOME-FAILED-STEP      PIC 9(03) VALUE ZERO.
001790
001800 77  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
001810 77  WS-MAINT-COUNT              PIC 9(07) COMP VALUE ZERO.
001820 77  WS-GL-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
001830 77  WS-GL-ITEM-COUNT            PIC 9(07) COMP VALUE ZERO.
001840 77  WS-ALERT-COUNT              PIC 9(07) COMP VALUE ZERO.
001850 77  WS-STEP-COUNT               PIC 9(07) COMP VALUE ZERO.
001860 77  WS-ELAPSED-SECS             PIC 9(09) COMP VALUE ZERO.
001870 77  WS-SUSP-COUNT               PIC 9(07) COMP VALUE ZERO.
001880 77  WS-SUSP-OLDEST              PIC 9(03) COMP VALUE ZERO.
001890 77  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
001900 77  WS-REJECT-BACKLOG           PIC 9(07) COMP VALUE ZERO.
001910 77  WS-RECYCLE-BACKLOG          PIC 9(07) COMP VALUE ZERO.
001920 77  WS-AGED-BACKLOG             PIC 9(07) COMP VALUE ZERO.
001930 77  WS-EXC-IDX                  PIC 9(02) COMP VALUE ZERO.
001940 77  WS-EXC-COUNT                PIC 9(02) COMP VALUE ZERO.
001950
001960 01  WS-GL-TRAILER-SAVE          PIC X(60) VALUE SPACES.
001970 01  WS-GL-DETAIL-AMOUNT         PIC 9(15)V99 VALUE ZERO.
001980 01  WS-SUSP-AMOUNT              PIC 9(13)V99 VALUE ZERO.
001990 01  WS-ELAPSED-HH               PIC 9(04) VALUE ZERO.
002000 01  WS-ELAPSED-MM               PIC 9(02) VALUE ZERO.
002010 01  WS-ELAPSED-SS               PIC 9(02) VALUE ZERO.
002020 01  WS-ELAPSED-REST             PIC 9(09) VALUE ZERO.
002030
002040 01  WS-EXCEPTION-TEXT           PIC X(60) VALUE SPACES.
002050 01  WS-EXCEPTION-TABLE.
002060     05  WS-EXC-ENTRY OCCURS 12 TIMES
002070                                 PIC X(60).
002080
002090 01  WS-PRINT-LINE               PIC X(80).
002100 01  WS-COUNT-DISPLAY            PIC Z(06)9.
002110
002120 01  WS-RPT-HEADING-1.
002130     05  FILLER                  PIC X(30)
002140         VALUE "NIGHTLY BATCH SIGN-OFF        ".
002150     05  FILLER                  PIC X(07) VALUE "RUN-ID ".
002160     05  WS-HDG-RUN-ID           PIC X(08).
002170     05  FILLER                  PIC X(10) VALUE "  PRINTED ".
002180     05  WS-HDG-DATE             PIC 9(08).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  WS-HDG-TIME             PIC 9(06).
002210     05  FILLER                  PIC X(10) VALUE SPACES.
002220 01  WS-RPT-HEADING-2.
002230     05  FILLER                  PIC X(12) VALUE "PRINTED BY  ".
002240     05  WS-HDG-OPERATOR-ID      PIC X(08).
002250     05  FILLER                  PIC X(60) VALUE SPACES.
002260 01  WS-RPT-SECTION-LINE.
002270     05  FILLER                  PIC X(04) VALUE "--- ".
002280     05  WS-RPT-SECTION          PIC X(40).
002290     05  FILLER                  PIC X(36) VALUE SPACES.
002300 01  WS-RPT-COUNT-LINE.
002310     05  WS-RPT-LABEL            PIC X(30).
002320     05  WS-RPT-COUNT            PIC ZZZZZZ9.
002330     05  FILLER                  PIC X(43) VALUE SPACES.
002340 01  WS-RPT-AMOUNT-LINE.
002350     05  WS-RPT-AMT-LABEL        PIC X(30).
002360     05  WS-RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002370     05  FILLER                  PIC X(28) VALUE SPACES.
002380 01  WS-RPT-TEXT-LINE.
002390     05  WS-RPT-TEXT-LABEL       PIC X(30).
002400     05  WS-RPT-TEXT             PIC X(50).
002410 01  WS-RPT-ALERT-LINE.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  WS-ALR-STEP-NAME        PIC X(08).
002440     05  FILLER                  PIC X(04) VALUE " RC ".
002450     05  WS-ALR-RETURN-CODE      PIC ZZZ9.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  WS-ALR-DATE             PIC 9(08).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  WS-ALR-TIME             PIC 9(06).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  WS-ALR-TEXT             PIC X(45).
002520 01  WS-RPT-EXCEPTION-LINE.
002530     05  FILLER                  PIC X(13) VALUE "  EXCEPTION: ".
002540     05  WS-EXC-LINE-TEXT        PIC X(60).
002550     05  FILLER                  PIC X(07) VALUE SPACES.
002560 01  WS-RPT-VERDICT-LINE.
002570     05  FILLER                  PIC X(30)
002580         VALUE "*** OVERALL VERDICT:          ".
002590     05  WS-VERDICT              PIC X(10).
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610 01  WS-RPT-REVIEW-LINE.
002620     05  FILLER                  PIC X(80) VALUE
002630         "REVIEWED BY ____________________  DATE __________".
002640 01  WS-RPT-END-LINE.
002650     05  FILLER                  PIC X(40)
002660         VALUE "======================= END OF SIGN-OFF ".
002670     05  FILLER                  PIC X(40)
002680         VALUE "========================================".
002690
002700 PROCEDURE DIVISION.
002710 0000-MAIN-PROCEDURE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     IF WS-REPORT-OK
002740         PERFORM 2000-GATHER-OUTCOME THRU 2000-EXIT
002750         PERFORM 2200-GATHER-RUN-TOTALS THRU 2200-EXIT
002760         PERFORM 2400-GATHER-BALANCE THRU 2400-EXIT
002770         PERFORM 2600-GATHER-GL-BATCH THRU 2600-EXIT
002780         PERFORM 2800-GATHER-ELAPSED THRU 2800-EXIT
002790         PERFORM 3000-GATHER-BACKLOG THRU 3000-EXIT
002800         PERFORM 4000-PRINT-OUTCOME THRU 4000-EXIT
002810         PERFORM 4200-PRINT-RUN-TOTALS THRU 4200-EXIT
002820         PERFORM 4400-PRINT-BALANCE THRU 4400-EXIT
002830         PERFORM 4600-PRINT-GL-BATCH THRU 4600-EXIT
002840         PERFORM 4700-PRINT-ALERTS THRU 4700-EXIT
002850         PERFORM 4800-PRINT-ELAPSED THRU 4800-EXIT
002860         PERFORM 5000-PRINT-BACKLOG THRU 5000-EXIT
002870         PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT
002880     END-IF.
002890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002900     GOBACK.
002910
002920******************************************************************
002930* Find the latest run-id on the SALUDO-LOG so the page works with
002940* no setup; an exported RUN_ID overrides it.  The page goes to
002950* SIGNRPT and is added to the SIGNARCH retained file.
002960******************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
002990     IF WS-OPERATOR-ID = SPACES
003000         MOVE "DEFAULT " TO WS-OPERATOR-ID
003010     END-IF.
003020     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003030     ACCEPT WS-NOW FROM TIME.
003040     ACCEPT WS-SELECT-RUN-ID FROM ENVIRONMENT "RUN_ID".
003050     IF WS-SELECT-RUN-ID = SPACES
003060         OPEN INPUT SALUDO-LOG-FILE
003070         IF WS-SALULOG-OK
003080             MOVE "N" TO WS-EOF-SWITCH
003090             PERFORM 1100-SCAN-FOR-LATEST THRU 1100-EXIT
003100                 UNTIL WS-EOF
003110             CLOSE SALUDO-LOG-FILE
003120         END-IF
003130         MOVE WS-LATEST-RUN-ID TO WS-SELECT-RUN-ID
003140     END-IF.
003150     MOVE WS-SELECT-RUN-ID TO WS-SELECT-PARTS.
003160     MOVE "BK" TO WS-BACKOUT-PREFIX.
003170     MOVE WS-SELECT-SUFFIX TO WS-BACKOUT-SUFFIX.
003180     OPEN OUTPUT REPORT-FILE.
003190     IF NOT WS-REPORT-OK
003200         DISPLAY "SIGNOFF - REPORT OPEN FAILED - STATUS "
003210             WS-REPORT-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 1000-EXIT
003240     END-IF.
003250     OPEN EXTEND ARCHIVE-FILE.
003260     IF NOT WS-ARCHIVE-OK
003270         OPEN OUTPUT ARCHIVE-FILE
003280     END-IF.
003290     IF WS-ARCHIVE-OK
003300         SET WS-ARCHIVE-OPEN TO TRUE
003310     ELSE
003320         DISPLAY "SIGNOFF - ARCHIVE OPEN FAILED - STATUS "
003330             WS-ARCHIVE-STATUS " - PAGE NOT RETAINED"
003340         MOVE "SIGN-OFF PAGE NOT ADDED TO SIGNARCH"
003350             TO WS-EXCEPTION-TEXT
003360         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
003370     END-IF.
003380     MOVE WS-SELECT-RUN-ID TO WS-HDG-RUN-ID.
003390     MOVE WS-TODAY TO WS-HDG-DATE.
003400     MOVE WS-NOW TO WS-HDG-TIME.
003410     MOVE WS-OPERATOR-ID TO WS-HDG-OPERATOR-ID.
003420     MOVE WS-RPT-HEADING-1 TO WS-PRINT-LINE.
003430     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
003440     MOVE WS-RPT-HEADING-2 TO WS-PRINT-LINE.
003450     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480
003490 1100-SCAN-FOR-LATEST.
003500     READ SALUDO-LOG-FILE
003510         AT END
003520             MOVE "Y" TO WS-EOF-SWITCH
003530             GO TO 1100-EXIT
003540     END-READ.
003550     IF NOT SALULOG-MAINT
003560             AND SALULOG-RUN-ID > WS-LATEST-RUN-ID
003570         MOVE SALULOG-RUN-ID TO WS-LATEST-RUN-ID
003580     END-IF.
003590 1100-EXIT.
003600     EXIT.
003610
003620 2000-GATHER-OUTCOME.
003630     OPEN INPUT SALUDO-LOG-FILE.
003640     IF NOT WS-SALULOG-OK
003650         GO TO 2000-EXIT
003660     END-IF.
003670     MOVE "N" TO WS-EOF-SWITCH.
003680     PERFORM 2100-READ-LOG-ROW THRU 2100-EXIT
003690         UNTIL WS-EOF.
003700     CLOSE SALUDO-LOG-FILE.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-READ-LOG-ROW.
003750     READ SALUDO-LOG-FILE
003760         AT END
003770             MOVE "Y" TO WS-EOF-SWITCH
003780             GO TO 2100-EXIT
003790     END-READ.
003800     IF SALULOG-RUN-ID NOT = WS-SELECT-RUN-ID
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF SALULOG-MAINT
003840         ADD 1 TO WS-MAINT-COUNT
003850         GO TO 2100-EXIT
003860     END-IF.
003870     IF SALULOG-REFUSED
003880         ADD 1 TO WS-REFUSED-COUNT
003890         IF WS-OUTCOME-NONE
003900             MOVE SALULOG-OPERATOR-ID TO WS-OUTCOME-OPERATOR
003910             MOVE SALULOG-RUN-DATE TO WS-OUTCOME-DATE
003920             MOVE SALULOG-RUN-TIME TO WS-OUTCOME-TIME
003930             MOVE SALULOG-TITLE-CODE TO WS-OUTCOME-RUN-TYPE
003940         END-IF
003950         GO TO 2100-EXIT
003960     END-IF.
003970     MOVE SALULOG-STATUS TO WS-OUTCOME-STATUS.
003980     MOVE SALULOG-OPERATOR-ID TO WS-OUTCOME-OPERATOR.
003990     MOVE SALULOG-RUN-DATE TO WS-OUTCOME-DATE.
004000     MOVE SALULOG-RUN-TIME TO WS-OUTCOME-TIME.
004010     MOVE SALULOG-TITLE-CODE TO WS-OUTCOME-RUN-TYPE.
004020     MOVE SALULOG-FAILED-STEP TO WS-OUTCOME-FAILED-STEP.
004030 2100-EXIT.
004040     EXIT.
004050
004060 2200-GATHER-RUN-TOTALS.
004070     INITIALIZE RUNTOT-RECORD.
004080     OPEN INPUT RUN-TOTALS-FILE.
004090     IF NOT WS-RUNTOT-OK
004100         GO TO 2200-EXIT
004110     END-IF.
004120     MOVE WS-SELECT-RUN-ID TO RUNTOT-RUN-ID.
004130     READ RUN-TOTALS-FILE
004140         INVALID KEY
004150             INITIALIZE RUNTOT-RECORD
004160     END-READ.
004170     IF WS-RUNTOT-OK
004180         SET WS-RUNTOT-FOUND TO TRUE
004190     END-IF.
004200     CLOSE RUN-TOTALS-FILE.
004210 2200-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* The run's proof row, and whether a backout row exists for it -
004260* a run that has since been backed out is not signed off clean.
004270******************************************************************
004280 2400-GATHER-BALANCE.
004290     OPEN INPUT BAL-CONTROL-FILE.
004300     IF NOT WS-BALCTL-OK
004310         GO TO 2400-EXIT
004320     END-IF.
004330     MOVE WS-BACKOUT-ID TO BALCTL-RUN-ID.
004340     READ BAL-CONTROL-FILE
004350         INVALID KEY
004360             CONTINUE
004370     END-READ.
004380     IF WS-BALCTL-OK
004390         SET WS-BACKOUT-FOUND TO TRUE
004400     END-IF.
004410     MOVE WS-SELECT-RUN-ID TO BALCTL-RUN-ID.
004420     READ BAL-CONTROL-FILE
004430         INVALID KEY
004440             CONTINUE
004450     END-READ.
004460     IF WS-BALCTL-OK
004470         SET WS-BALCTL-FOUND TO TRUE
004480     END-IF.
004490     CLOSE BAL-CONTROL-FILE.
004500 2400-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* The run's batch on the cumulative GLINTF file.  A re-run of the
004550* extract adds a second batch; a new header restarts the tally so
004560* the last batch written is the one tied to its trailer.
004570******************************************************************
004580 2600-GATHER-GL-BATCH.
004590     OPEN INPUT GL-INTERFACE-FILE.
004600     IF NOT WS-GLINTF-OK
004610         GO TO 2600-EXIT
004620     END-IF.
004630     MOVE "N" TO WS-EOF-SWITCH.
004640     PERFORM 2700-READ-GL-RECORD THRU 2700-EXIT
004650         UNTIL WS-EOF.
004660     CLOSE GL-INTERFACE-FILE.
004670 2600-EXIT.
004680     EXIT.
004690
004700 2700-READ-GL-RECORD.
004710     READ GL-INTERFACE-FILE
004720         AT END
004730             MOVE "Y" TO WS-EOF-SWITCH
004740             GO TO 2700-EXIT
004750     END-READ.
004760     IF GL-RUN-ID NOT = WS-SELECT-RUN-ID
004770         GO TO 2700-EXIT
004780     END-IF.
004790     IF GL-HEADER
004800         SET WS-GL-HEADER-FOUND TO TRUE
004810         MOVE "N" TO WS-GL-TRAILER-SW
004820         MOVE ZERO TO WS-GL-DETAIL-COUNT
004830         MOVE ZERO TO WS-GL-ITEM-COUNT
004840         MOVE ZERO TO WS-GL-DETAIL-AMOUNT
004850     END-IF.
004860     IF GL-DETAIL
004870         ADD 1 TO WS-GL-DETAIL-COUNT
004880         ADD GL-DET-RECORD-COUNT TO WS-GL-ITEM-COUNT
004890         ADD GL-DET-AMOUNT TO WS-GL-DETAIL-AMOUNT
004900     END-IF.
004910     IF GL-TRAILER
004920         SET WS-GL-TRAILER-FOUND TO TRUE
004930         MOVE GL-INTERFACE-RECORD TO WS-GL-TRAILER-SAVE
004940     END-IF.
004950 2700-EXIT.
004960     EXIT.
004970
004980 2800-GATHER-ELAPSED.
004990     OPEN INPUT STEP-TIMING-FILE.
005000     IF NOT WS-STPTIM-OK
005010         GO TO 2800-EXIT
005020     END-IF.
005030     MOVE "N" TO WS-EOF-SWITCH.
005040     PERFORM 2900-READ-TIMING THRU 2900-EXIT
005050         UNTIL WS-EOF.
005060     CLOSE STEP-TIMING-FILE.
005070 2800-EXIT.
005080     EXIT.
005090
005100 2900-READ-TIMING.
005110     READ STEP-TIMING-FILE
005120         AT END
005130             MOVE "Y" TO WS-EOF-SWITCH
005140             GO TO 2900-EXIT
005150     END-READ.
005160     IF STPTIM-RUN-ID = WS-SELECT-RUN-ID
005170         ADD 1 TO WS-STEP-COUNT
005180         ADD STPTIM-ELAPSED-SECS TO WS-ELAPSED-SECS
005190     END-IF.
005200 2900-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* What is still outstanding this morning: items held in suspense
005250* (with their amount and the longest any has been held), rejects
005260* waiting to be corrected, corrected rejects queued for tonight's
005270* recycle pass, and recycles aged out for manual handling.
005280******************************************************************
005290 3000-GATHER-BACKLOG.
005300     OPEN INPUT SUSPENSE-MASTER-FILE.
005310     IF WS-SUSPMST-OK
005320         MOVE "N" TO WS-EOF-SWITCH
005330         PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
005340             UNTIL WS-EOF
005350         CLOSE SUSPENSE-MASTER-FILE
005360     END-IF.
005370     MOVE ZERO TO WS-RECORD-COUNT.
005380     OPEN INPUT TRANSRJ-FILE.
005390     IF WS-BACKLOG-OK
005400         MOVE "N" TO WS-EOF-SWITCH
005410         PERFORM 3200-COUNT-REJECT THRU 3200-EXIT
005420             UNTIL WS-EOF
005430         CLOSE TRANSRJ-FILE
005440     END-IF.
005450     MOVE WS-RECORD-COUNT TO WS-REJECT-BACKLOG.
005460     MOVE ZERO TO WS-RECORD-COUNT.
005470     OPEN INPUT TRANSRC-FILE.
005480     IF WS-BACKLOG-OK
005490         MOVE "N" TO WS-EOF-SWITCH
005500         PERFORM 3300-COUNT-RECYCLE THRU 3300-EXIT
005510             UNTIL WS-EOF
005520         CLOSE TRANSRC-FILE
005530     END-IF.
005540     MOVE WS-RECORD-COUNT TO WS-RECYCLE-BACKLOG.
005550     MOVE ZERO TO WS-RECORD-COUNT.
005560     OPEN INPUT TRANSRJX-FILE.
005570     IF WS-BACKLOG-OK
005580         MOVE "N" TO WS-EOF-SWITCH
005590         PERFORM 3400-COUNT-AGED THRU 3400-EXIT
005600             UNTIL WS-EOF
005610         CLOSE TRANSRJX-FILE
005620     END-IF.
005630     MOVE WS-RECORD-COUNT TO WS-AGED-BACKLOG.
005640 3000-EXIT.
005650     EXIT.
005660
005670 3100-READ-SUSPENSE.
005680     READ SUSPENSE-MASTER-FILE
005690         AT END
005700             MOVE "Y" TO WS-EOF-SWITCH
005710             GO TO 3100-EXIT
005720     END-READ.
005730     ADD 1 TO WS-SUSP-COUNT.
005740     MOVE SUSPM-TRANS-DATA TO TRANS-RECORD.
005750     IF TRANS-AMOUNT-X IS NUMERIC
005760         ADD TRANS-AMOUNT TO WS-SUSP-AMOUNT
005770     END-IF.
005780     IF SUSPM-NIGHTS-HELD IS NUMERIC
005790             AND SUSPM-NIGHTS-HELD > WS-SUSP-OLDEST
005800         MOVE SUSPM-NIGHTS-HELD TO WS-SUSP-OLDEST
005810     END-IF.
005820 3100-EXIT.
005830     EXIT.
005840
005850 3200-COUNT-REJECT.
005860     READ TRANSRJ-FILE
005870         AT END
005880             MOVE "Y" TO WS-EOF-SWITCH
005890             GO TO 3200-EXIT
005900     END-READ.
005910     ADD 1 TO WS-RECORD-COUNT.
005920 3200-EXIT.
005930     EXIT.
005940
005950 3300-COUNT-RECYCLE.
005960     READ TRANSRC-FILE
005970         AT END
005980             MOVE "Y" TO WS-EOF-SWITCH
005990             GO TO 3300-EXIT
006000     END-READ.
006010     ADD 1 TO WS-RECORD-COUNT.
006020 3300-EXIT.
006030     EXIT.
006040
006050 3400-COUNT-AGED.
006060     READ TRANSRJX-FILE
006070         AT END
006080             MOVE "Y" TO WS-EOF-SWITCH
006090             GO TO 3400-EXIT
006100     END-READ.
006110     ADD 1 TO WS-RECORD-COUNT.
006120 3400-EXIT.
006130     EXIT.
006140
006150 4000-PRINT-OUTCOME.
006160     MOVE "RUN OUTCOME (SALUDO-LOG)" TO WS-RPT-SECTION.
006170     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
006180     MOVE "OUTCOME" TO WS-RPT-TEXT-LABEL.
006190     MOVE SPACES TO WS-RPT-TEXT.
006200     IF WS-OUTCOME-COMPLETED
006210         MOVE "COMPLETED" TO WS-RPT-TEXT
006220     END-IF.
006230     IF WS-OUTCOME-FAILED
006240         STRING "FAILED AT STEP " DELIMITED BY SIZE
006250             WS-OUTCOME-FAILED-STEP DELIMITED BY SIZE
006260             INTO WS-RPT-TEXT
006270         END-STRING
006280         MOVE "RUN ENDED FAILED ON THE SALUDO-LOG"
006290             TO WS-EXCEPTION-TEXT
006300         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
006310     END-IF.
006320     IF WS-OUTCOME-NONE AND WS-REFUSED-COUNT > ZERO
006330         MOVE "REFUSED - RUN DID NOT START" TO WS-RPT-TEXT
006340         MOVE "RUN WAS REFUSED ON THE SALUDO-LOG"
006350             TO WS-EXCEPTION-TEXT
006360         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
006370     END-IF.
006380     IF WS-OUTCOME-NONE AND WS-REFUSED-COUNT = ZERO
006390         MOVE "NOT ON THE SALUDO-LOG" TO WS-RPT-TEXT
006400         MOVE "NO OUTCOME FOR THE RUN ON THE SALUDO-LOG"
006410             TO WS-EXCEPTION-TEXT
006420         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
006430     END-IF.
006440     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
006450     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
006460     MOVE "OPERATOR" TO WS-RPT-TEXT-LABEL.
006470     MOVE WS-OUTCOME-OPERATOR TO WS-RPT-TEXT.
006480     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
006490     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
006500     MOVE "RUN TYPE / LOGGED AT" TO WS-RPT-TEXT-LABEL.
006510     MOVE SPACES TO WS-RPT-TEXT.
006520     STRING WS-OUTCOME-RUN-TYPE DELIMITED BY SIZE
006530         "  " DELIMITED BY SIZE
006540         WS-OUTCOME-DATE DELIMITED BY SIZE
006550         " " DELIMITED BY SIZE
006560         WS-OUTCOME-TIME DELIMITED BY SIZE
006570         INTO WS-RPT-TEXT
006580     END-STRING.
006590     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
006600     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
006610     MOVE "REFUSED STARTS LOGGED" TO WS-RPT-LABEL.
006620     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT.
006630     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE.
006640     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
006650     MOVE "MAINTENANCE ENTRIES LOGGED" TO WS-RPT-LABEL.
006660     MOVE WS-MAINT-COUNT TO WS-RPT-COUNT.
006670     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE.
006680     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
006690 4000-EXIT.
006700     EXIT.
006710
006720 4200-PRINT-RUN-TOTALS.
006730     MOVE "RUN TOTALS (RUNTOTS)" TO WS-RPT-SECTION.
006740     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
006750     IF NOT WS-RUNTOT-FOUND
006760         MOVE "NO RUN-TOTALS ROW FOR THIS RUN-ID" TO WS-RPT-TEXT
006770         MOVE SPACES TO WS-RPT-TEXT-LABEL
006780         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
006790         PERFORM 8100-PUT-LINE THRU 8100-EXIT
006800         MOVE "NO RUNTOTS ROW FOR THE RUN" TO WS-EXCEPTION-TEXT
006810         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
006820         GO TO 4200-EXIT
006830     END-IF.
006840     MOVE "TRANSACTIONS READ (EDIT)" TO WS-RPT-LABEL.
006850     MOVE RUNTOT-READ-COUNT TO WS-RPT-COUNT.
006860     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
006870     MOVE "TRANSACTIONS ACCEPTED (EDIT)" TO WS-RPT-LABEL.
006880     MOVE RUNTOT-ACCEPTED-COUNT TO WS-RPT-COUNT.
006890     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
006900     MOVE "TRANSACTIONS REJECTED (EDIT)" TO WS-RPT-LABEL.
006910     MOVE RUNTOT-REJECTED-COUNT TO WS-RPT-COUNT.
006920     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
006930     MOVE "RECYCLED REJECTS READ (EDIT)" TO WS-RPT-LABEL.
006940     MOVE RUNTOT-RECYCLED-COUNT TO WS-RPT-COUNT.
006950     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
006960     MOVE "RECYCLES AGED OUT (EDIT)" TO WS-RPT-LABEL.
006970     MOVE RUNTOT-RECYCLE-AGED-COUNT TO WS-RPT-COUNT.
006980     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
006990     MOVE "ADJUSTMENTS READ (EDIT)" TO WS-RPT-LABEL.
007000     MOVE RUNTOT-ADJUSTMENT-COUNT TO WS-RPT-COUNT.
007010     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007020     MOVE "MONTH-END CHARGES READ (EDIT)" TO WS-RPT-LABEL.
007030     MOVE RUNTOT-CHARGE-COUNT TO WS-RPT-COUNT.
007040     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007050     MOVE "BATCHES ACCEPTED (EDIT)" TO WS-RPT-LABEL.
007060     MOVE RUNTOT-BATCH-ACCEPTED-COUNT TO WS-RPT-COUNT.
007070     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007080     MOVE "BATCHES SENT BACK (EDIT)" TO WS-RPT-LABEL.
007090     MOVE RUNTOT-BATCH-REJECTED-COUNT TO WS-RPT-COUNT.
007100     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007110     MOVE "ITEMS IN BATCHES SENT BACK" TO WS-RPT-LABEL.
007120     MOVE RUNTOT-BATCH-RJ-ITEM-COUNT TO WS-RPT-COUNT.
007130     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007140     MOVE "POSSIBLE DUPLICATES (EDIT)" TO WS-RPT-LABEL.
007150     MOVE RUNTOT-DUPLICATE-COUNT TO WS-RPT-COUNT.
007160     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007170     MOVE "ITEMS WAREHOUSED (EDIT)" TO WS-RPT-LABEL.
007180     MOVE RUNTOT-WAREHOUSED-COUNT TO WS-RPT-COUNT.
007190     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007200     MOVE "WAREHOUSE RELEASED (EDIT)" TO WS-RPT-LABEL.
007210     MOVE RUNTOT-RELEASED-COUNT TO WS-RPT-COUNT.
007220     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007230     MOVE "TRANSACTIONS POSTED (POST)" TO WS-RPT-LABEL.
007240     MOVE RUNTOT-POSTED-COUNT TO WS-RPT-COUNT.
007250     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007260     MOVE "TRANSACTIONS SUSPENDED (POST)" TO WS-RPT-LABEL.
007270     MOVE RUNTOT-SUSPENDED-COUNT TO WS-RPT-COUNT.
007280     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007290     MOVE "NSF RETURNS (POST)" TO WS-RPT-LABEL.
007300     MOVE RUNTOT-NSF-COUNT TO WS-RPT-COUNT.
007310     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007320     MOVE "SUSPENSE CLEARED (SUSPOST)" TO WS-RPT-LABEL.
007330     MOVE RUNTOT-SUSP-CLEARED-COUNT TO WS-RPT-COUNT.
007340     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007350     MOVE "SUSPENSE STILL HELD (SUSPOST)" TO WS-RPT-LABEL.
007360     MOVE RUNTOT-SUSP-HELD-COUNT TO WS-RPT-COUNT.
007370     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
007380     IF RUNTOT-BATCH-REJECTED-COUNT > ZERO
007390         MOVE "INPUT BATCHES SENT BACK TO THEIR SOURCE"
007400             TO WS-EXCEPTION-TEXT
007410         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
007420     END-IF.
007430     IF RUNTOT-RECYCLE-AGED-COUNT > ZERO
007440         MOVE "RECYCLED REJECTS AGED OUT FOR MANUAL HANDLING"
007450             TO WS-EXCEPTION-TEXT
007460         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
007470     END-IF.
007480 4200-EXIT.
007490     EXIT.
007500
007510 4400-PRINT-BALANCE.
007520     MOVE "BALANCE PROOF (BALCTL)" TO WS-RPT-SECTION.
007530     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
007540     IF NOT WS-BALCTL-FOUND
007550         MOVE SPACES TO WS-RPT-TEXT-LABEL
007560         MOVE "NO BALANCE CONTROL ROW FOR THIS RUN-ID"
007570             TO WS-RPT-TEXT
007580         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
007590         PERFORM 8100-PUT-LINE THRU 8100-EXIT
007600         MOVE "NO BALCTL PROOF ROW FOR THE RUN"
007610             TO WS-EXCEPTION-TEXT
007620         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
007630         GO TO 4400-EXIT
007640     END-IF.
007650     MOVE "PROOF STATUS" TO WS-RPT-TEXT-LABEL.
007660     MOVE SPACES TO WS-RPT-TEXT.
007670     IF BALCTL-BALANCED
007680         MOVE "B - BALANCED" TO WS-RPT-TEXT
007690     END-IF.
007700     IF BALCTL-BASELINE
007710         MOVE "F - BASELINE (FIRST PROOF)" TO WS-RPT-TEXT
007720     END-IF.
007730     IF BALCTL-MISMATCH
007740         MOVE "M - OUT OF BALANCE" TO WS-RPT-TEXT
007750         MOVE "BALANCE PROOF OUT OF BALANCE" TO WS-EXCEPTION-TEXT
007760         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
007770     END-IF.
007780     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
007790     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
007800     MOVE "PRIOR MASTER TOTAL" TO WS-RPT-AMT-LABEL.
007810     MOVE BALCTL-PRIOR-TOTAL TO WS-RPT-AMOUNT.
007820     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
007830     MOVE "  LESS POSTED DEBITS" TO WS-RPT-AMT-LABEL.
007840     MOVE BALCTL-POSTED-DEBITS TO WS-RPT-AMOUNT.
007850     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
007860     MOVE "  PLUS POSTED CREDITS" TO WS-RPT-AMT-LABEL.
007870     MOVE BALCTL-POSTED-CREDITS TO WS-RPT-AMOUNT.
007880     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
007890     MOVE "MASTER TOTAL" TO WS-RPT-AMT-LABEL.
007900     MOVE BALCTL-MASTER-TOTAL TO WS-RPT-AMOUNT.
007910     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
007920     IF WS-BACKOUT-FOUND
007930         MOVE "BACKOUT" TO WS-RPT-TEXT-LABEL
007940         MOVE SPACES TO WS-RPT-TEXT
007950         STRING "RUN BACKED OUT UNDER " DELIMITED BY SIZE
007960             WS-BACKOUT-ID DELIMITED BY SIZE
007970             INTO WS-RPT-TEXT
007980         END-STRING
007990         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
008000         PERFORM 8100-PUT-LINE THRU 8100-EXIT
008010         MOVE "RUN HAS BEEN BACKED OUT" TO WS-EXCEPTION-TEXT
008020         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
008030     END-IF.
008040 4400-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080* The GL batch trailer, tied back to the batch's own detail
008090* records - the trailer's record count to the detail lines, its
008100* hash count to their item counts, its hash amount to their
008110* amounts.
008120******************************************************************
008130 4600-PRINT-GL-BATCH.
008140     MOVE "GL INTERFACE (GLINTF)" TO WS-RPT-SECTION.
008150     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
008160     IF NOT WS-GL-TRAILER-FOUND
008170         MOVE SPACES TO WS-RPT-TEXT-LABEL
008180         MOVE "NO COMPLETE GL BATCH FOR THIS RUN-ID"
008190             TO WS-RPT-TEXT
008200         MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE
008210         PERFORM 8100-PUT-LINE THRU 8100-EXIT
008220         MOVE "NO GL INTERFACE BATCH TRAILER FOR THE RUN"
008230             TO WS-EXCEPTION-TEXT
008240         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
008250         GO TO 4600-EXIT
008260     END-IF.
008270     MOVE WS-GL-TRAILER-SAVE TO GL-INTERFACE-RECORD.
008280     MOVE "TRAILER RECORD COUNT" TO WS-RPT-LABEL.
008290     MOVE GL-TRL-RECORD-COUNT TO WS-RPT-COUNT.
008300     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
008310     MOVE "TRAILER HASH COUNT" TO WS-RPT-LABEL.
008320     MOVE GL-TRL-HASH-COUNT TO WS-RPT-COUNT.
008330     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
008340     MOVE "TRAILER HASH AMOUNT" TO WS-RPT-AMT-LABEL.
008350     MOVE GL-TRL-HASH-AMOUNT TO WS-RPT-AMOUNT.
008360     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
008370     MOVE "TRAILER AGAINST DETAIL" TO WS-RPT-TEXT-LABEL.
008380     IF GL-TRL-RECORD-COUNT = WS-GL-DETAIL-COUNT
008390             AND GL-TRL-HASH-COUNT = WS-GL-ITEM-COUNT
008400             AND GL-TRL-HASH-AMOUNT = WS-GL-DETAIL-AMOUNT
008410         MOVE "TIES" TO WS-RPT-TEXT
008420     ELSE
008430         MOVE "DOES NOT TIE" TO WS-RPT-TEXT
008440         MOVE "GL BATCH TRAILER DOES NOT TIE TO ITS DETAIL"
008450             TO WS-EXCEPTION-TEXT
008460         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
008470     END-IF.
008480     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
008490     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
008500 4600-EXIT.
008510     EXIT.
008520
008530 4700-PRINT-ALERTS.
008540     MOVE "ALERTS RAISED (ALERT)" TO WS-RPT-SECTION.
008550     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
008560     OPEN INPUT ALERT-FILE.
008570     IF WS-ALERT-OK
008580         MOVE "N" TO WS-EOF-SWITCH
008590         PERFORM 4750-PRINT-ONE-ALERT THRU 4750-EXIT
008600             UNTIL WS-EOF
008610         CLOSE ALERT-FILE
008620     END-IF.
008630     MOVE "ALERTS FOR THIS RUN" TO WS-RPT-LABEL.
008640     MOVE WS-ALERT-COUNT TO WS-RPT-COUNT.
008650     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
008660     IF WS-ALERT-COUNT > ZERO
008670         MOVE "ALERTS WERE RAISED DURING THE RUN"
008680             TO WS-EXCEPTION-TEXT
008690         PERFORM 7000-ADD-EXCEPTION THRU 7000-EXIT
008700     END-IF.
008710 4700-EXIT.
008720     EXIT.
008730
008740 4750-PRINT-ONE-ALERT.
008750     READ ALERT-FILE
008760         AT END
008770             MOVE "Y" TO WS-EOF-SWITCH
008780             GO TO 4750-EXIT
008790     END-READ.
008800     IF ALERT-RUN-ID NOT = WS-SELECT-RUN-ID
008810         GO TO 4750-EXIT
008820     END-IF.
008830     ADD 1 TO WS-ALERT-COUNT.
008840     MOVE ALERT-FAILED-STEP-NAME TO WS-ALR-STEP-NAME.
008850     MOVE ALERT-RETURN-CODE TO WS-ALR-RETURN-CODE.
008860     MOVE ALERT-DATE TO WS-ALR-DATE.
008870     MOVE ALERT-TIME TO WS-ALR-TIME.
008880     MOVE ALERT-RESTART-TEXT TO WS-ALR-TEXT.
008890     MOVE WS-RPT-ALERT-LINE TO WS-PRINT-LINE.
008900     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
008910 4750-EXIT.
008920     EXIT.
008930
008940 4800-PRINT-ELAPSED.
008950     MOVE "BATCH WINDOW (STEPTIME)" TO WS-RPT-SECTION.
008960     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
008970     MOVE "STEPS TIMED" TO WS-RPT-LABEL.
008980     MOVE WS-STEP-COUNT TO WS-RPT-COUNT.
008990     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009000     DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-ELAPSED-HH
009010         REMAINDER WS-ELAPSED-REST.
009020     DIVIDE WS-ELAPSED-REST BY 60 GIVING WS-ELAPSED-MM
009030         REMAINDER WS-ELAPSED-SS.
009040     MOVE "TOTAL ELAPSED (HHHH:MM:SS)" TO WS-RPT-TEXT-LABEL.
009050     MOVE SPACES TO WS-RPT-TEXT.
009060     STRING WS-ELAPSED-HH DELIMITED BY SIZE
009070         ":" DELIMITED BY SIZE
009080         WS-ELAPSED-MM DELIMITED BY SIZE
009090         ":" DELIMITED BY SIZE
009100         WS-ELAPSED-SS DELIMITED BY SIZE
009110         INTO WS-RPT-TEXT
009120     END-STRING.
009130     MOVE WS-RPT-TEXT-LINE TO WS-PRINT-LINE.
009140     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009150 4800-EXIT.
009160     EXIT.
009170
009180 5000-PRINT-BACKLOG.
009190     MOVE "OUTSTANDING BACKLOG" TO WS-RPT-SECTION.
009200     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
009210     MOVE "ITEMS HELD IN SUSPENSE" TO WS-RPT-LABEL.
009220     MOVE WS-SUSP-COUNT TO WS-RPT-COUNT.
009230     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009240     MOVE "  AMOUNT HELD IN SUSPENSE" TO WS-RPT-AMT-LABEL.
009250     MOVE WS-SUSP-AMOUNT TO WS-RPT-AMOUNT.
009260     PERFORM 8400-PUT-AMOUNT THRU 8400-EXIT.
009270     MOVE "  LONGEST HELD (NIGHTS)" TO WS-RPT-LABEL.
009280     MOVE WS-SUSP-OLDEST TO WS-RPT-COUNT.
009290     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009300     MOVE "REJECTS AWAITING CORRECTION" TO WS-RPT-LABEL.
009310     MOVE WS-REJECT-BACKLOG TO WS-RPT-COUNT.
009320     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009330     MOVE "CORRECTIONS QUEUED TO RECYCLE" TO WS-RPT-LABEL.
009340     MOVE WS-RECYCLE-BACKLOG TO WS-RPT-COUNT.
009350     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009360     MOVE "AGED OUT - MANUAL HANDLING" TO WS-RPT-LABEL.
009370     MOVE WS-AGED-BACKLOG TO WS-RPT-COUNT.
009380     PERFORM 8300-PUT-COUNT THRU 8300-EXIT.
009390 5000-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* Every exception found on the way down the page, then the
009440* verdict - CLEAN only when there were none - and the reviewer's
009450* signature line.
009460******************************************************************
009470 6000-PRINT-VERDICT.
009480     MOVE "EXCEPTIONS" TO WS-RPT-SECTION.
009490     PERFORM 8200-PUT-SECTION THRU 8200-EXIT.
009500     IF WS-EXC-COUNT = ZERO
009510         MOVE "  NONE" TO WS-PRINT-LINE
009520         PERFORM 8100-PUT-LINE THRU 8100-EXIT
009530     END-IF.
009540     PERFORM 6100-PRINT-EXCEPTION THRU 6100-EXIT
009550         VARYING WS-EXC-IDX FROM 1 BY 1
009560         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
009570     MOVE SPACES TO WS-PRINT-LINE.
009580     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009590     IF WS-EXC-COUNT = ZERO
009600         MOVE "CLEAN" TO WS-VERDICT
009610     ELSE
009620         MOVE "EXCEPTIONS" TO WS-VERDICT
009630     END-IF.
009640     MOVE WS-RPT-VERDICT-LINE TO WS-PRINT-LINE.
009650     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009660     MOVE SPACES TO WS-PRINT-LINE.
009670     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009680     MOVE WS-RPT-REVIEW-LINE TO WS-PRINT-LINE.
009690     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009700     MOVE WS-RPT-END-LINE TO WS-PRINT-LINE.
009710     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009720     DISPLAY "SIGNOFF - RUN-ID " WS-SELECT-RUN-ID
009730         " - VERDICT " WS-VERDICT.
009740 6000-EXIT.
009750     EXIT.
009760
009770 6100-PRINT-EXCEPTION.
009780     MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO WS-EXC-LINE-TEXT.
009790     MOVE WS-RPT-EXCEPTION-LINE TO WS-PRINT-LINE.
009800     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
009810 6100-EXIT.
009820     EXIT.
009830
009840 7000-ADD-EXCEPTION.
009850     IF WS-EXC-COUNT < 12
009860         ADD 1 TO WS-EXC-COUNT
009870         MOVE WS-EXCEPTION-TEXT TO WS-EXC-ENTRY(WS-EXC-COUNT)
009880     END-IF.
009890 7000-EXIT.
009900     EXIT.
009910
009920******************************************************************
009930* Every line of the page goes to SIGNRPT and, when it is open, to
009940* the SIGNARCH retained copy.
009950******************************************************************
009960 8100-PUT-LINE.
009970     WRITE REPORT-LINE FROM WS-PRINT-LINE.
009980     IF WS-ARCHIVE-OPEN
009990         WRITE ARCHIVE-LINE FROM WS-PRINT-LINE
010000     END-IF.
010010 8100-EXIT.
010020     EXIT.
010030
010040 8200-PUT-SECTION.
010050     MOVE SPACES TO WS-PRINT-LINE.
010060     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
010070     MOVE WS-RPT-SECTION-LINE TO WS-PRINT-LINE.
010080     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
010090 8200-EXIT.
010100     EXIT.
010110
010120 8300-PUT-COUNT.
010130     MOVE WS-RPT-COUNT-LINE TO WS-PRINT-LINE.
010140     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
010150 8300-EXIT.
010160     EXIT.
010170
010180 8400-PUT-AMOUNT.
010190     MOVE WS-RPT-AMOUNT-LINE TO WS-PRINT-LINE.
010200     PERFORM 8100-PUT-LINE THRU 8100-EXIT.
010210 8400-EXIT.
010220     EXIT.
010230
010240 9000-TERMINATE.
010250     IF WS-REPORT-OK
010260         CLOSE REPORT-FILE
010270     END-IF.
010280     IF WS-ARCHIVE-OPEN
010290         CLOSE ARCHIVE-FILE
010300     END-IF.
010310 9000-EXIT.
010320     EXIT.
010330
010340 END PROGRAM SIGNOFF.
