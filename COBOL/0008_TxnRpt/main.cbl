000110*             RUNTOTS control file) so the morning balancing
000120*             clerk can tie the run out against the edit and
000130*             posting step counts without pulling console logs.
000132*             Debits the posting step returned for insufficient
000134*             funds (NSFRTN) are listed in a section of their
000136*             own ahead of the control-total page.
000140* Tectonics: cobc
000150*-----------------------------------------------------------------
000160* Maintenance History
000251*                 volume is visible on one page.
000253* 2026-09-02 JCM  Added the console-adjustment count from the
000254*                 TRANSADJ side input to the control-total page.
000255* 2026-10-15 JCM  Subtotals are now kept per transaction code
000256*                 found on POSTOUT instead of a fixed DB and CR
000257*                 pair, so the month-end charge codes (SC, OD,
000258*                 IN) print on lines of their own.  The control-
000259*                 total page adds the TRANSCHG charge count.
000260* 2026-10-15 JCM  Added the NSF returns section - one line per
000261*                 debit the posting step returned from NSFRTN,
000262*                 with the balance and overdraft limit it failed
000263*                 against - and the NSF count on the control-
000264*                 total page.
000265* 2026-10-15 JCM  The control-total page adds the TRANSIN batch
000266*                 counts - batches accepted, batches sent back
000267*                 whole to BATCHRJ, and the items inside them.
000268* 2026-10-15 JCM  The control-total page adds the future-dated
000269*                 warehouse counts - items warehoused tonight and
000270*                 items released from the warehouse to TRANSOK.
000271* 2026-10-15 JCM  The control-total page adds the count of items
000272*                 the edit rejected as possible duplicates.
000273* 2026-10-15 JCM  REBUILD_RUN_ID rebuilds the register for a past
000274*                 run from the generation the driver kept for it
000275*                 on GENSTORE - POSTOUT and NSFRTN come from the
000276*                 generation, the heading carries the night it
000277*                 was kept, and the control totals come from that
000278*                 run's RUNTOTS record.  A run-id with no kept
000279*                 generation is refused (RC 12) before TXNREG is
000280*                 opened.  POSTOUT and NSFRTN records are now
000281*                 read into working storage.
000282******************************************************************
000283 IDENTIFICATION DIVISION.
000284 PROGRAM-ID. TXNRPT.
000285
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         ACCESS MODE IS SEQUENTIAL
000350         FILE STATUS IS WS-POSTOUT-STATUS.
000352     SELECT NSF-RETURN-FILE ASSIGN TO "NSFRTN"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         ACCESS MODE IS SEQUENTIAL
000358         FILE STATUS IS WS-NSFRTN-STATUS.
000360     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS RUNTOT-RUN-ID
000400         FILE STATUS IS WS-RUNTOT-STATUS.
000401     SELECT GEN-STORE-FILE ASSIGN TO "GENSTORE"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS GEN-KEY
000405         FILE STATUS IS WS-GENSTORE-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO "TXNREG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000441     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS RANDOM
000444         RECORD KEY IS GENCTL-RUN-ID
000445         FILE STATUS IS WS-GENCTL-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  POSTOUT-FILE.
000490 01  POSTOUT-RECORD              PIC X(80).
000500 FD  RUN-TOTALS-FILE.
000510     COPY RUNTOTREC.
000520 FD  REPORT-FILE.
000530 01  REPORT-LINE                 PIC X(80).
000531 FD  NSF-RETURN-FILE.
000532 01  NSFRTN-RECORD               PIC X(130).
000533 FD  GEN-STORE-FILE.
000534     COPY GENREC.
000535 FD  GEN-CONTROL-FILE.
000536     COPY GENCTLREC.
000540
000550 WORKING-STORAGE SECTION.
000560 COPY JOBHDR.
000562 COPY TRANSREC.
000564 COPY PSTDREC.
000566 COPY NSFREC.
000570
000580 01  WS-POSTOUT-STATUS           PIC X(02).
000590     88  WS-POSTOUT-OK               VALUE "00".
000610     88  WS-RUNTOT-OK                VALUE "00".
000620 01  WS-REPORT-STATUS            PIC X(02).
000630     88  WS-REPORT-OK                VALUE "00".
000631 01  WS-NSFRTN-STATUS            PIC X(02).
000632     88  WS-NSFRTN-OK                VALUE "00".
000633 01  WS-GENSTORE-STATUS          PIC X(02).
000634     88  WS-GENSTORE-OK              VALUE "00".
000635 01  WS-GENCTL-STATUS            PIC X(02).
000636     88  WS-GENCTL-OK                VALUE "00".
000640
000650 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000660     88  WS-EOF                      VALUE "Y".
000680     88  WS-RUNTOT-FOUND             VALUE "Y".
000690 01  WS-POSTOUT-OPEN-SW          PIC X(01) VALUE "N".
000700     88  WS-POSTOUT-OPEN             VALUE "Y".
000701 01  WS-NSF-EOF-SWITCH           PIC X(01) VALUE "N".
000702     88  WS-NSF-EOF                  VALUE "Y".
000703 01  WS-REBUILD-SWITCH           PIC X(01) VALUE "N".
000704     88  WS-REBUILD                  VALUE "Y".
000705     88  WS-REBUILD-REFUSED          VALUE "R".
000706 01  WS-GEN-EOF-SWITCH           PIC X(01) VALUE "N".
000707     88  WS-GEN-EOF                  VALUE "Y".
000708 01  WS-REBUILD-RUN-ID           PIC X(08) VALUE SPACES.
000709 01  WS-GEN-FILE-WANTED          PIC X(08) VALUE SPACES.
000710
000720 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
000730 77  WS-NSF-COUNT                PIC 9(07) COMP VALUE ZERO.
000740 77  WS-NSF-AMOUNT-TOTAL         PIC S9(11)V99 VALUE ZERO.
000750 77  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
000760 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
000770
000772 01  WS-SUB-IDX                  PIC 9(02) COMP VALUE ZERO.
000774 01  WS-SUB-CODE-COUNT           PIC 9(02) COMP VALUE ZERO.
000776 01  WS-SUBTOTAL-TABLE.
000778     05  WS-SUB-ENTRY OCCURS 10 TIMES.
000780         10  WS-SUB-ENTRY-CODE       PIC X(02).
000782         10  WS-SUB-ENTRY-COUNT      PIC 9(07) COMP.
000784         10  WS-SUB-ENTRY-AMOUNT     PIC S9(11)V99.
000800
000810 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000820
001000     05  FILLER                  PIC X(15)
001010         VALUE "    NEW BALANCE".
001020     05  FILLER                  PIC X(24) VALUE SPACES.
001021 01  WS-REBUILD-LINE.
001022     05  FILLER                  PIC X(41)
001023         VALUE " REBUILT FROM THE RUN GENERATION KEPT ON ".
001024     05  WS-RBL-DATE             PIC 9(08).
001025     05  FILLER                  PIC X(04) VALUE " AT ".
001026     05  WS-RBL-TIME             PIC 9(06).
001027     05  FILLER                  PIC X(21) VALUE SPACES.
001030
001040 01  WS-DETAIL-LINE.
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  WS-DET-NEW-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
001150     05  FILLER                  PIC X(24) VALUE SPACES.
001151 01  WS-NSF-HEADING.
001152     05  FILLER                  PIC X(80)
001153         VALUE "NSF RETURNS - DEBITS RETURNED BY POSTING".
001154 01  WS-NSF-NONE-LINE.
001155     05  FILLER                  PIC X(80)
001156         VALUE " NO NSF RETURNS THIS RUN".
001160
001161 01  WS-NSF-COLUMN-HEADING.
001162     05  FILLER                  PIC X(10) VALUE " ACCOUNT  ".
001163     05  FILLER                  PIC X(21) VALUE "NAME".
001164     05  FILLER                  PIC X(12) VALUE "CD EFF DATE ".
001165     05  FILLER                  PIC X(13) VALUE "       AMOUNT".
001166     05  FILLER                  PIC X(16)
001167         VALUE "        BALANCE ".
001168     05  FILLER                  PIC X(08) VALUE "   LIMIT".
001170 01  WS-SUBTOTAL-HEADING.
001180     05  FILLER                  PIC X(80)
001190         VALUE "SUBTOTALS BY TRANSACTION CODE".
001250     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
001260     05  WS-SUB-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001270     05  FILLER                  PIC X(35) VALUE SPACES.
001271 01  WS-NSF-LINE.
001272     05  FILLER                  PIC X(01) VALUE SPACES.
001273     05  WS-NSF-ACCOUNT          PIC X(09).
001274     05  WS-NSF-NAME             PIC X(21).
001275     05  WS-NSF-TRANS-CODE       PIC X(03).
001276     05  WS-NSF-EFF-DATE         PIC 9(08).
001277     05  WS-NSF-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
001278     05  WS-NSF-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
001279     05  WS-NSF-LIMIT            PIC ZZZZ,ZZ9.
001280
001281 01  WS-NSF-TOTAL-LINE.
001282     05  FILLER                  PIC X(01) VALUE SPACES.
001283     05  FILLER                  PIC X(08) VALUE "NSF     ".
001284     05  FILLER                  PIC X(08) VALUE "  COUNT ".
001285     05  WS-NSF-TOT-COUNT        PIC ZZZZZZ9.
001286     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
001287     05  WS-NSF-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001288     05  FILLER                  PIC X(29) VALUE SPACES.
001290 01  WS-CONTROL-HEADING.
001300     05  FILLER                  PIC X(80)
001310         VALUE "CONTROL TOTALS FOR RUN BALANCING".
001350     05  WS-CTL-COUNT            PIC ZZZZZZ9.
001360     05  FILLER                  PIC X(42) VALUE SPACES.
001370
001375
001380 PROCEDURE DIVISION.
001390 0000-MAIN-PROCEDURE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001405     IF WS-REBUILD-REFUSED
001410         MOVE 12 TO RETURN-CODE
001415     ELSE
001420         PERFORM 2000-PRINT-DETAIL THRU 2000-EXIT
001425             UNTIL WS-EOF
001430         PERFORM 3000-PRINT-SUBTOTALS THRU 3000-EXIT
001435         PERFORM 3500-PRINT-NSF-RETURNS THRU 3500-EXIT
001440         PERFORM 4000-PRINT-CONTROL-TOTALS THRU 4000-EXIT
001445         PERFORM 9000-TERMINATE THRU 9000-EXIT
001450     END-IF.
001460     GOBACK.
001470
001480 1000-INITIALIZE.
001510         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
001520     END-IF.
001530     ACCEPT JOBHDR-RUN-DATE FROM DATE YYYYMMDD.
001531     MOVE SPACES TO WS-REBUILD-RUN-ID.
001532     ACCEPT WS-REBUILD-RUN-ID FROM ENVIRONMENT "REBUILD_RUN_ID".
001533     IF WS-REBUILD-RUN-ID NOT = SPACES
001534         PERFORM 1100-OPEN-GENERATION THRU 1100-EXIT
001535         IF WS-REBUILD-REFUSED
001536             GO TO 1000-EXIT
001537         END-IF
001538     END-IF.
001540     OPEN OUTPUT REPORT-FILE.
001550     IF NOT WS-REPORT-OK
001560         DISPLAY "TXNRPT - REPORT OPEN FAILED - STATUS "
001570             WS-REPORT-STATUS
001580         MOVE "Y" TO WS-EOF-SWITCH
001590         MOVE 16 TO RETURN-CODE
001591         GO TO 1000-EXIT
001592     END-IF.
001593     IF WS-REBUILD
001594         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
001595         WRITE REPORT-LINE FROM WS-REBUILD-LINE
001596         ADD 1 TO WS-LINE-COUNT
001597         MOVE "POSTOUT " TO WS-GEN-FILE-WANTED
001598         PERFORM 2950-START-GENERATION THRU 2950-EXIT
001599         PERFORM 2900-READ-POSTOUT THRU 2900-EXIT
001600         GO TO 1000-EXIT
001610     END-IF.
001620     OPEN INPUT POSTOUT-FILE.
001730 1000-EXIT.
001740     EXIT.
001750
001751******************************************************************
001752* One detail line per posted transaction, accumulated into the
001753* subtotal for its code.  A code past the tenth folds into the
001754* last subtotal line, relabelled "**", rather than being dropped.
001755******************************************************************
001760 2000-PRINT-DETAIL.
001770     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
001780         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
001850     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
001860     ADD 1 TO WS-LINE-COUNT.
001870     ADD 1 TO WS-DETAIL-COUNT.
001872     PERFORM 2100-FIND-SUBTOTAL THRU 2100-EXIT
001874         VARYING WS-SUB-IDX FROM 1 BY 1
001876         UNTIL WS-SUB-IDX > WS-SUB-CODE-COUNT
001878             OR WS-SUB-ENTRY-CODE(WS-SUB-IDX) = PSTD-TRANS-CODE.
001880     IF WS-SUB-IDX > WS-SUB-CODE-COUNT
001882         IF WS-SUB-CODE-COUNT < 10
001884             ADD 1 TO WS-SUB-CODE-COUNT
001886             MOVE WS-SUB-CODE-COUNT TO WS-SUB-IDX
001888             MOVE PSTD-TRANS-CODE TO WS-SUB-ENTRY-CODE(WS-SUB-IDX)
001890             MOVE ZERO TO WS-SUB-ENTRY-COUNT(WS-SUB-IDX)
001892             MOVE ZERO TO WS-SUB-ENTRY-AMOUNT(WS-SUB-IDX)
001894         ELSE
001896             MOVE 10 TO WS-SUB-IDX
001898             MOVE "**" TO WS-SUB-ENTRY-CODE(WS-SUB-IDX)
001900         END-IF
001940     END-IF.
001942     ADD 1 TO WS-SUB-ENTRY-COUNT(WS-SUB-IDX).
001944     ADD PSTD-AMOUNT TO WS-SUB-ENTRY-AMOUNT(WS-SUB-IDX).
001950     PERFORM 2900-READ-POSTOUT THRU 2900-EXIT.
001960 2000-EXIT.
001970     EXIT.
001980
001981 2100-FIND-SUBTOTAL.
001982     CONTINUE.
001983 2100-EXIT.
001984     EXIT.
001985
001990 2900-READ-POSTOUT.
001991     IF WS-REBUILD
001992         PERFORM 2960-READ-GENERATION THRU 2960-EXIT
001993         IF WS-GEN-EOF
001994             MOVE "Y" TO WS-EOF-SWITCH
001995         ELSE
001996             MOVE GEN-DATA TO PSTD-RECORD
001997         END-IF
001998         GO TO 2900-EXIT
001999     END-IF.
002000     READ POSTOUT-FILE INTO PSTD-RECORD
002010         AT END
002020             MOVE "Y" TO WS-EOF-SWITCH
002030     END-READ.
002100     END-IF.
002110     WRITE REPORT-LINE FROM SPACES.
002120     WRITE REPORT-LINE FROM WS-SUBTOTAL-HEADING.
002122     PERFORM 3100-PRINT-ONE-SUBTOTAL THRU 3100-EXIT
002124         VARYING WS-SUB-IDX FROM 1 BY 1
002126             UNTIL WS-SUB-IDX > WS-SUB-CODE-COUNT.
002210 3000-EXIT.
002220     EXIT.
002230
002231 3100-PRINT-ONE-SUBTOTAL.
002232     MOVE WS-SUB-ENTRY-CODE(WS-SUB-IDX) TO WS-SUB-TRANS-CODE.
002233     MOVE WS-SUB-ENTRY-COUNT(WS-SUB-IDX) TO WS-SUB-COUNT.
002234     MOVE WS-SUB-ENTRY-AMOUNT(WS-SUB-IDX) TO WS-SUB-AMOUNT.
002235     WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE.
002236 3100-EXIT.
002237     EXIT.
002238
002240******************************************************************
002250* Final control-total page - the balancing clerk ties these
002260* figures out against the edit and posting step counts.  The
002380     MOVE "TRANSACTIONS READ (EDIT)" TO WS-CTL-LABEL.
002390     MOVE RUNTOT-READ-COUNT TO WS-CTL-COUNT.
002400     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002401     MOVE "BATCHES ACCEPTED (EDIT)" TO WS-CTL-LABEL.
002402     MOVE RUNTOT-BATCH-ACCEPTED-COUNT TO WS-CTL-COUNT.
002403     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002404     MOVE "BATCHES SENT BACK (EDIT)" TO WS-CTL-LABEL.
002405     MOVE RUNTOT-BATCH-REJECTED-COUNT TO WS-CTL-COUNT.
002406     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002407     MOVE "ITEMS IN BATCHES SENT BACK" TO WS-CTL-LABEL.
002408     MOVE RUNTOT-BATCH-RJ-ITEM-COUNT TO WS-CTL-COUNT.
002409     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002410     MOVE "TRANSACTIONS ACCEPTED (EDIT)" TO WS-CTL-LABEL.
002420     MOVE RUNTOT-ACCEPTED-COUNT TO WS-CTL-COUNT.
002421     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002422     MOVE "POSSIBLE DUPLICATES (EDIT)" TO WS-CTL-LABEL.
002423     MOVE RUNTOT-DUPLICATE-COUNT TO WS-CTL-COUNT.
002424     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002425     MOVE "ITEMS WAREHOUSED (EDIT)" TO WS-CTL-LABEL.
002426     MOVE RUNTOT-WAREHOUSED-COUNT TO WS-CTL-COUNT.
002427     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002428     MOVE "WAREHOUSE RELEASED (EDIT)" TO WS-CTL-LABEL.
002429     MOVE RUNTOT-RELEASED-COUNT TO WS-CTL-COUNT.
002430     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002440     MOVE "TRANSACTIONS REJECTED (EDIT)" TO WS-CTL-LABEL.
002450     MOVE RUNTOT-REJECTED-COUNT TO WS-CTL-COUNT.
002469     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002470     MOVE "TRANSACTIONS POSTED (POST)" TO WS-CTL-LABEL.
002480     MOVE RUNTOT-POSTED-COUNT TO WS-CTL-COUNT.
002481     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002482     MOVE "MONTH-END CHARGES READ (EDIT)" TO WS-CTL-LABEL.
002483     MOVE RUNTOT-CHARGE-COUNT TO WS-CTL-COUNT.
002484     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002485     MOVE "NSF RETURNS (POST)" TO WS-CTL-LABEL.
002486     MOVE RUNTOT-NSF-COUNT TO WS-CTL-COUNT.
002490     WRITE REPORT-LINE FROM WS-CONTROL-LINE.
002500     MOVE "TRANSACTIONS SUSPENDED (POST)" TO WS-CTL-LABEL.
002510     MOVE RUNTOT-SUSPENDED-COUNT TO WS-CTL-COUNT.
002970     IF WS-POSTOUT-OPEN
002980         CLOSE POSTOUT-FILE
002990     END-IF.
002992     IF WS-REBUILD
002994         CLOSE GEN-STORE-FILE
002996     END-IF.
003000     IF WS-REPORT-OK
003010         CLOSE REPORT-FILE
003020         MOVE ZERO TO RETURN-CODE
003040 9000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* Rebuild of a past run's register.  The run-id must have a kept
003090* generation on the GENCTL index; the register is then headed
003100* with that run-id and the night the generation was kept, and
003110* its detail is read back from the GENSTORE generation store.
003120* Without a kept generation nothing is opened - tonight's TXNREG
003130* is never overwritten by a rebuild that cannot be done.
003140******************************************************************
003150 1100-OPEN-GENERATION.
003160     MOVE WS-REBUILD-RUN-ID TO JOBHDR-RUN-ID.
003170     OPEN INPUT GEN-CONTROL-FILE.
003180     IF NOT WS-GENCTL-OK
003190         DISPLAY "TXNRPT - GENERATION INDEX NOT AVAILABLE - "
003200             "STATUS " WS-GENCTL-STATUS " - NOTHING REBUILT"
003210         SET WS-REBUILD-REFUSED TO TRUE
003220         GO TO 1100-EXIT
003230     END-IF.
003240     MOVE JOBHDR-RUN-ID TO GENCTL-RUN-ID.
003250     READ GEN-CONTROL-FILE
003260         INVALID KEY
003270             CONTINUE
003280     END-READ.
003290     IF NOT WS-GENCTL-OK
003300         DISPLAY "TXNRPT - NO GENERATION KEPT FOR RUN "
003310             JOBHDR-RUN-ID " - NOTHING REBUILT"
003320         CLOSE GEN-CONTROL-FILE
003330         SET WS-REBUILD-REFUSED TO TRUE
003340         GO TO 1100-EXIT
003350     END-IF.
003360     MOVE GENCTL-SAVED-DATE TO JOBHDR-RUN-DATE.
003370     MOVE GENCTL-SAVED-DATE TO WS-RBL-DATE.
003380     MOVE GENCTL-SAVED-TIME TO WS-RBL-TIME.
003390     CLOSE GEN-CONTROL-FILE.
003400     OPEN INPUT GEN-STORE-FILE.
003410     IF NOT WS-GENSTORE-OK
003420         DISPLAY "TXNRPT - GENERATION STORE NOT AVAILABLE - "
003430             "STATUS " WS-GENSTORE-STATUS " - NOTHING REBUILT"
003440         SET WS-REBUILD-REFUSED TO TRUE
003450         GO TO 1100-EXIT
003460     END-IF.
003470     SET WS-REBUILD TO TRUE.
003480     DISPLAY "TXNRPT - REBUILDING REGISTER FOR RUN "
003490         JOBHDR-RUN-ID " FROM ITS KEPT GENERATION".
003500 1100-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* Position on the first kept record of the wanted file for the
003550* run; 2960 then returns them in their original order until the
003560* file's records run out.
003570******************************************************************
003580 2950-START-GENERATION.
003590     MOVE "N" TO WS-GEN-EOF-SWITCH.
003600     MOVE JOBHDR-RUN-ID TO GEN-RUN-ID.
003610     MOVE WS-GEN-FILE-WANTED TO GEN-FILE-ID.
003620     MOVE ZERO TO GEN-RECORD-SEQ.
003630     START GEN-STORE-FILE KEY NOT < GEN-KEY
003640         INVALID KEY
003650             SET WS-GEN-EOF TO TRUE
003660     END-START.
003670 2950-EXIT.
003680     EXIT.
003690
003700 2960-READ-GENERATION.
003710     IF WS-GEN-EOF
003720         GO TO 2960-EXIT
003730     END-IF.
003740     READ GEN-STORE-FILE NEXT RECORD
003750         AT END
003760             SET WS-GEN-EOF TO TRUE
003770             GO TO 2960-EXIT
003780     END-READ.
003790     IF GEN-RUN-ID NOT = JOBHDR-RUN-ID
003800             OR GEN-FILE-ID NOT = WS-GEN-FILE-WANTED
003810         SET WS-GEN-EOF TO TRUE
003820     END-IF.
003830 2960-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870* NSF returns section - every debit the posting step sent back
003880* for insufficient funds, with the balance and overdraft limit
003890* it was refused against.  A missing NSFRTN file is treated as
003900* no returns; the posting count on the control-total page still
003910* shows whether the step wrote any.
003920******************************************************************
003930 3500-PRINT-NSF-RETURNS.
003940     IF NOT WS-REPORT-OK
003950         GO TO 3500-EXIT
003960     END-IF.
003970     WRITE REPORT-LINE FROM SPACES.
003980     WRITE REPORT-LINE FROM WS-NSF-HEADING.
003990     ADD 2 TO WS-LINE-COUNT.
004000     IF WS-REBUILD
004010         MOVE "NSFRTN  " TO WS-GEN-FILE-WANTED
004020         PERFORM 2950-START-GENERATION THRU 2950-EXIT
004030         GO TO 3500-LIST
004040     END-IF.
004050     OPEN INPUT NSF-RETURN-FILE.
004060     IF NOT WS-NSFRTN-OK
004070         WRITE REPORT-LINE FROM WS-NSF-NONE-LINE
004080         ADD 1 TO WS-LINE-COUNT
004090         GO TO 3500-EXIT
004100     END-IF.
004110 3500-LIST.
004120     WRITE REPORT-LINE FROM WS-NSF-COLUMN-HEADING.
004130     ADD 1 TO WS-LINE-COUNT.
004140     PERFORM 3590-READ-NSFRTN THRU 3590-EXIT.
004150     PERFORM 3550-PRINT-ONE-NSF THRU 3550-EXIT
004160         UNTIL WS-NSF-EOF.
004170     IF NOT WS-REBUILD
004180         CLOSE NSF-RETURN-FILE
004190     END-IF.
004200     IF WS-NSF-COUNT = ZERO
004210         WRITE REPORT-LINE FROM WS-NSF-NONE-LINE
004220     ELSE
004230         MOVE WS-NSF-COUNT TO WS-NSF-TOT-COUNT
004240         MOVE WS-NSF-AMOUNT-TOTAL TO WS-NSF-TOT-AMOUNT
004250         WRITE REPORT-LINE FROM WS-NSF-TOTAL-LINE
004260     END-IF.
004270     ADD 1 TO WS-LINE-COUNT.
004280 3500-EXIT.
004290     EXIT.
004300
004310 3550-PRINT-ONE-NSF.
004320     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
004330         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
004340         WRITE REPORT-LINE FROM WS-NSF-COLUMN-HEADING
004350         ADD 1 TO WS-LINE-COUNT
004360     END-IF.
004370     MOVE NSF-TRANS-DATA TO TRANS-RECORD.
004380     MOVE TRANS-ACCOUNT-NUMBER TO WS-NSF-ACCOUNT.
004390     MOVE NSF-ACCOUNT-NAME TO WS-NSF-NAME.
004400     MOVE TRANS-CODE TO WS-NSF-TRANS-CODE.
004410     MOVE TRANS-EFFECTIVE-DATE TO WS-NSF-EFF-DATE.
004420     MOVE TRANS-AMOUNT TO WS-NSF-AMOUNT.
004430     MOVE NSF-BALANCE TO WS-NSF-BALANCE.
004440     MOVE NSF-OD-LIMIT TO WS-NSF-LIMIT.
004450     WRITE REPORT-LINE FROM WS-NSF-LINE.
004460     ADD 1 TO WS-LINE-COUNT.
004470     ADD 1 TO WS-NSF-COUNT.
004480     ADD TRANS-AMOUNT TO WS-NSF-AMOUNT-TOTAL.
004490     PERFORM 3590-READ-NSFRTN THRU 3590-EXIT.
004500 3550-EXIT.
004510     EXIT.
004520
004530 3590-READ-NSFRTN.
004540     IF WS-REBUILD
004550         PERFORM 2960-READ-GENERATION THRU 2960-EXIT
004560         IF WS-GEN-EOF
004570             MOVE "Y" TO WS-NSF-EOF-SWITCH
004580         ELSE
004590             MOVE GEN-DATA TO NSF-RECORD
004600         END-IF
004610         GO TO 3590-EXIT
004620     END-IF.
004630     READ NSF-RETURN-FILE INTO NSF-RECORD
004640         AT END
004650             MOVE "Y" TO WS-NSF-EOF-SWITCH
004660     END-READ.
004670 3590-EXIT.
004680     EXIT.
004690
004700 END PROGRAM TXNRPT.
