000386*                 resumed records under the next calendar date,
000387*                 splitting one run's history across two posting
000388*                 dates and statement periods.
000389* 2026-10-15 JCM  A customer debit that would take the balance
000390*                 below the negative of the account's overdraft
000391*                 limit now goes to NSFRTN (NSFREC, reason "NS")
000392*                 instead of posting, counted on RUNTOTS; the
000393*                 month-end charge codes post regardless.  A
000394*                 restart extends NSFRTN and rebuilds the count.
000395******************************************************************
000396 IDENTIFICATION DIVISION.
000397 PROGRAM-ID. TXNPOST.
000398
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RUNTOT-RUN-ID
000640         FILE STATUS IS WS-RUNTOT-STATUS.
000642     SELECT NSF-RETURN-FILE ASSIGN TO "NSFRTN"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         ACCESS MODE IS SEQUENTIAL
000648         FILE STATUS IS WS-NSFRTN-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000758     COPY TXHISTREC.
000760 FD  RUN-TOTALS-FILE.
000770     COPY RUNTOTREC.
000772 FD  NSF-RETURN-FILE.
000774     COPY NSFREC.
000780
000790 WORKING-STORAGE SECTION.
000800 COPY JOBHDR.
000884 01  WS-TXHIST-STATUS            PIC X(02).
000885     88  WS-TXHIST-OK                VALUE "00".
000886     88  WS-TXHIST-NOT-FOUND         VALUE "23" "35".
000887 01  WS-NSFRTN-STATUS            PIC X(02).
000888     88  WS-NSFRTN-OK                VALUE "00".
000890 01  WS-RUNTOT-STATUS            PIC X(02).
000900     88  WS-RUNTOT-OK                VALUE "00".
000910     88  WS-RUNTOT-NOT-FOUND         VALUE "23" "35".
001030 77  WS-SUSPENDED-COUNT          PIC 9(07) COMP VALUE ZERO.
001032 77  WS-HIST-DUP-COUNT           PIC 9(07) COMP VALUE ZERO.
001034 77  WS-RESUME-FROM              PIC 9(07) COMP VALUE ZERO.
001039 77  WS-NSF-COUNT                PIC 9(07) COMP VALUE ZERO.
001040 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
001050
001060 01  WS-DEBIT-AMOUNT-TOTAL       PIC S9(11)V99 VALUE ZERO.
001070 01  WS-CREDIT-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
001072 01  WS-NSF-AMOUNT-TOTAL         PIC S9(11)V99 VALUE ZERO.
001074 01  WS-AVAILABLE-FUNDS          PIC S9(11)V99 VALUE ZERO.
001080
001090 01  WS-COUNT-DISPLAY            PIC Z(06)9.
001100 01  WS-AMOUNT-DISPLAY           PIC Z(10)9.99-.
001830
001840******************************************************************
001850* Look the account up on the master.  Not on file or closed
001855* sends the transaction to suspense; a customer debit larger
001860* than the balance plus the overdraft limit is returned NSF;
001865* otherwise apply the amount as a debit or credit and rewrite
001870* the balance.
001880******************************************************************
001890 3000-APPLY-TO-MASTER.
001900     MOVE TRANS-ACCOUNT-NUMBER TO ACCT-NUMBER.
002018         MOVE ZERO TO ACCT-YTD-CREDITS
002019     END-IF.
002020     IF TRANS-DEBIT
002021         IF TRANS-NSF-ELIGIBLE
002022             PERFORM 3050-GET-AVAILABLE-FUNDS THRU 3050-EXIT
002023             IF TRANS-AMOUNT > WS-AVAILABLE-FUNDS
002024                 PERFORM 5100-WRITE-NSF-RETURN THRU 5100-EXIT
002025                 GO TO 3000-EXIT
002026             END-IF
002027         END-IF
002030         SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
002040         ADD 1 TO WS-DEBIT-COUNT
002050         ADD TRANS-AMOUNT TO WS-DEBIT-AMOUNT-TOTAL
002590     END-READ.
002600     MOVE WS-POSTED-COUNT TO RUNTOT-POSTED-COUNT.
002610     MOVE WS-SUSPENDED-COUNT TO RUNTOT-SUSPENDED-COUNT.
002615     MOVE WS-NSF-COUNT TO RUNTOT-NSF-COUNT.
002620     REWRITE RUNTOT-RECORD
002630         INVALID KEY
002640             WRITE RUNTOT-RECORD
002730         CLOSE ACCOUNT-MASTER-FILE
002740         CLOSE SUSPENSE-FILE
002750         CLOSE POSTOUT-FILE
002751         CLOSE NSF-RETURN-FILE
002752         CLOSE TXN-HISTORY-FILE
002760         PERFORM 8000-UPDATE-RUN-TOTALS THRU 8000-EXIT
002770     END-IF.
002914     DISPLAY "TXNPOST - HISTORY ALREADY FILED: "
002916         WS-COUNT-DISPLAY.
002920     MOVE WS-STEP-RC TO RETURN-CODE.
002922     MOVE WS-NSF-COUNT TO WS-COUNT-DISPLAY.
002924     DISPLAY "TXNPOST - RETURNED NSF:      " WS-COUNT-DISPLAY.
002926     MOVE WS-NSF-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY.
002928     DISPLAY "TXNPOST -   NSF AMOUNT:      " WS-AMOUNT-DISPLAY.
002930 9000-EXIT.
002940     EXIT.
002950
003130         CLOSE ACCOUNT-MASTER-FILE
003140         CLOSE SUSPENSE-FILE
003150         CLOSE POSTOUT-FILE
003152         CLOSE NSF-RETURN-FILE
003155         CLOSE CHECKPOINT-FILE
003160         MOVE "Y" TO WS-TRANS-EOF-SWITCH
003170         MOVE 16 TO WS-STEP-RC
003870     EXIT.
003880
003890******************************************************************
003900* Open SUSPENSE, POSTOUT, and NSFRTN for the run.  A first
003910* attempt starts them fresh; a restart extends the partial files
003920* the abended submission left and rebuilds the posted/suspended/
003930* NSF counters from them first, so the end-of-step RUNTOTS
003940* totals cover the whole run and not just the resumed part.
003950******************************************************************
003960 1700-OPEN-RUN-OUTPUTS.
003970     IF WS-RESTART-RUN
004040         IF NOT WS-POSTOUT-OK
004050             OPEN OUTPUT POSTOUT-FILE
004060         END-IF
004062         OPEN EXTEND NSF-RETURN-FILE
004064         IF NOT WS-NSFRTN-OK
004066             OPEN OUTPUT NSF-RETURN-FILE
004068         END-IF
004070     ELSE
004080         OPEN OUTPUT SUSPENSE-FILE
004090         OPEN OUTPUT POSTOUT-FILE
004095         OPEN OUTPUT NSF-RETURN-FILE
004100     END-IF.
004110     IF NOT WS-SUSPENSE-OK OR NOT WS-POSTOUT-OK
004115             OR NOT WS-NSFRTN-OK
004120         DISPLAY "TXNPOST - OUTPUT OPEN FAILED - SUSPENSE "
004130             WS-SUSPENSE-STATUS " POSTOUT " WS-POSTOUT-STATUS
004135             " NSFRTN " WS-NSFRTN-STATUS
004140         CLOSE TRANSOK-FILE
004150         CLOSE ACCOUNT-MASTER-FILE
004160         CLOSE CHECKPOINT-FILE
004210     EXIT.
004220
004230******************************************************************
004240* Rebuild the run's counters from the partial POSTOUT,
004250* SUSPENSE, and NSFRTN files the abended submission wrote.
004260* Every TRANSOK record processed before the abend is on exactly
004270* one of the three files, so the rebuilt counts plus the resumed
004280* records leave POSTOUT rows and RUNTOTS counts consistent.
004290******************************************************************
004300 1750-REBUILD-RUN-COUNTS.
004310     MOVE "N" TO WS-REBUILD-EOF-SWITCH.
004500             "STATUS " WS-SUSPENSE-STATUS
004510             " - SUSPENDED COUNT RESTARTS AT ZERO"
004520     END-IF.
004525     PERFORM 1775-REBUILD-NSF-COUNT THRU 1775-EXIT.
004530 1750-EXIT.
004540     EXIT.
004550
004900 7000-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* A customer debit may take the balance down to the negative of
004950* the account's overdraft limit and no further.  A limit written
004960* before the field existed carries spaces and reads as zero.
004970******************************************************************
004980 3050-GET-AVAILABLE-FUNDS.
004990     IF ACCT-OD-LIMIT-X NOT NUMERIC
005000         MOVE ZERO TO ACCT-OD-LIMIT
005010     END-IF.
005020     COMPUTE WS-AVAILABLE-FUNDS = ACCT-BALANCE + ACCT-OD-LIMIT.
005030 3050-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* Return a customer debit for insufficient funds.  The master is
005080* not touched; the account's name, balance, and limit go on the
005090* return with the transaction for the branch's notice.
005100******************************************************************
005110 5100-WRITE-NSF-RETURN.
005120     ADD 1 TO WS-NSF-COUNT.
005130     ADD TRANS-AMOUNT TO WS-NSF-AMOUNT-TOTAL.
005140     MOVE SPACES TO NSF-RECORD.
005150     SET NSF-INSUFFICIENT-FUNDS TO TRUE.
005160     MOVE TRANS-RECORD TO NSF-TRANS-DATA.
005170     MOVE ACCT-NAME TO NSF-ACCOUNT-NAME.
005180     MOVE ACCT-BALANCE TO NSF-BALANCE.
005190     MOVE ACCT-OD-LIMIT TO NSF-OD-LIMIT.
005200     WRITE NSF-RECORD.
005210 5100-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* Count back what NSFRTN already holds, as 1750 does for POSTOUT
005260* and SUSPENSE, so a restarted post carries the NSF count on.
005270******************************************************************
005280 1775-REBUILD-NSF-COUNT.
005290     MOVE "N" TO WS-REBUILD-EOF-SWITCH.
005300     OPEN INPUT NSF-RETURN-FILE.
005310     IF WS-NSFRTN-OK
005320         PERFORM 1780-REBUILD-NSF THRU 1780-EXIT
005330             UNTIL WS-REBUILD-EOF
005340         CLOSE NSF-RETURN-FILE
005350     ELSE
005360         DISPLAY "TXNPOST - PARTIAL NSFRTN NOT READABLE - "
005370             "STATUS " WS-NSFRTN-STATUS
005380             " - NSF COUNT RESTARTS AT ZERO"
005390     END-IF.
005400 1775-EXIT.
005410     EXIT.
005420
005430 1780-REBUILD-NSF.
005440     READ NSF-RETURN-FILE
005450         AT END
005460             MOVE "Y" TO WS-REBUILD-EOF-SWITCH
005470             GO TO 1780-EXIT
005480     END-READ.
005490     ADD 1 TO WS-NSF-COUNT.
005500     MOVE NSF-TRANS-DATA TO TRANS-RECORD.
005510     ADD TRANS-AMOUNT TO WS-NSF-AMOUNT-TOTAL.
005520 1780-EXIT.
005530     EXIT.
005540
005550 END PROGRAM TXNPOST.
