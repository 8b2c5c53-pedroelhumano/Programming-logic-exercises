000246*                 entry as a whole number, queueing, auditing,
000247*                 and posting every adjustment at one hundred
000248*                 times the intended amount.
000249* 2026-10-15 JCM  L function: overdraft limit, supervisor-gated.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ACTMAINT.
000850 01  WS-STATUS-ENTERED           PIC X(01).
000860 01  WS-AUDIT-ACTION             PIC X(01).
000870 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
000872 01  WS-LIMIT-IN                 PIC X(06).
000874 01  WS-LIMIT-IN-N               REDEFINES WS-LIMIT-IN
000876                                 PIC 9(06).
000878 01  WS-NOT-DONE-TEXT            PIC X(11) VALUE "NOT QUEUED".
000880
000890 PROCEDURE DIVISION.
000900 0000-MAIN-PROCEDURE.
001210     DISPLAY "  N - CHANGE ACCOUNT NAME".
001220     DISPLAY "  S - SET OPEN/CLOSED STATUS".
001230     DISPLAY "  B - QUEUE BALANCE ADJUSTMENT".
001235     DISPLAY "  L - SET OVERDRAFT LIMIT".
001240     DISPLAY "  X - EXIT".
001250     DISPLAY "SELECTION: " WITH NO ADVANCING.
001260     ACCEPT WS-FUNCTION.
001330             PERFORM 5000-SET-STATUS THRU 5000-EXIT
001340         WHEN "B"
001350             PERFORM 6000-QUEUE-ADJUSTMENT THRU 6000-EXIT
001352         WHEN "L"
001354             PERFORM 6800-SET-OD-LIMIT THRU 6800-EXIT
001360         WHEN "X"
001370             SET WS-DONE TO TRUE
001380         WHEN OTHER
001560     SET ACCT-OPEN TO TRUE.
001570     MOVE ZERO TO ACCT-YTD-DEBITS.
001580     MOVE ZERO TO ACCT-YTD-CREDITS.
001585     MOVE ZERO TO ACCT-OD-LIMIT.
001590     WRITE ACCT-RECORD
001600         INVALID KEY
001610             DISPLAY "ACCOUNT ALREADY ON FILE"
002560         DISPLAY "AMOUNT MUST NOT BE ZERO - NOT QUEUED"
002570         GO TO 6000-EXIT
002580     END-IF.
002585     MOVE "NOT QUEUED" TO WS-NOT-DONE-TEXT.
002590     PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT.
002600     IF WS-SUPERVISOR-ID = SPACES
002610         GO TO 6000-EXIT
002860******************************************************************
002870* The supervisor gate.  The id keyed must be an active operator
002880* on the roster and must not be the operator keying the
002890* adjustment or limit; anything else clears the id, which
002900* cancels the action.  A roster that cannot be opened refuses
002910* the action - an unsupervised money movement is worse than a
002920* delayed one.  The caller sets the refusal wording.
002930******************************************************************
002940 6500-VERIFY-SUPERVISOR.
002950     DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
002960     ACCEPT WS-SUPERVISOR-ID.
002970     IF WS-SUPERVISOR-ID = SPACES
002980         DISPLAY "SUPERVISOR REQUIRED - " WS-NOT-DONE-TEXT
002990         GO TO 6500-EXIT
003000     END-IF.
003010     IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
003020         DISPLAY "SUPERVISOR MUST NOT BE THE KEYING OPERATOR - "
003030             WS-NOT-DONE-TEXT
003040         MOVE SPACES TO WS-SUPERVISOR-ID
003050         GO TO 6500-EXIT
003060     END-IF.
003070     OPEN INPUT OPERATOR-CTL-FILE.
003080     IF NOT WS-OPCTL-OK
003090         DISPLAY "OPERATOR ROSTER NOT AVAILABLE - STATUS "
003100             WS-OPCTL-STATUS " - " WS-NOT-DONE-TEXT
003110         MOVE SPACES TO WS-SUPERVISOR-ID
003120         GO TO 6500-EXIT
003130     END-IF.
003140     MOVE WS-SUPERVISOR-ID TO OPCTL-OPERATOR-ID.
003150     READ OPERATOR-CTL-FILE
003160         INVALID KEY
003165             DISPLAY "SUPERVISOR NOT ON ROSTER - "
003170                 WS-NOT-DONE-TEXT
003180             MOVE SPACES TO WS-SUPERVISOR-ID
003190     END-READ.
003200     IF WS-SUPERVISOR-ID NOT = SPACES
003210             AND NOT OPCTL-ACTIVE
003220         DISPLAY "SUPERVISOR IS NOT ACTIVE - " WS-NOT-DONE-TEXT
003230         MOVE SPACES TO WS-SUPERVISOR-ID
003240     END-IF.
003250     CLOSE OPERATOR-CTL-FILE.
003380     IF ACTAUD-ADJUSTMENT
003390         MOVE WS-ADJ-CODE TO ACTAUD-TRANS-CODE
003400         MOVE WS-ADJ-AMOUNT TO ACTAUD-AMOUNT
003402     END-IF.
003404     IF ACTAUD-LIMIT-CHANGE
003406         MOVE ACCT-OD-LIMIT TO ACTAUD-AMOUNT
003410     END-IF.
003420     IF ACTAUD-STATUS-CHANGE
003430         MOVE ACCT-STATUS TO ACTAUD-NEW-STATUS
003645 9000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* Set the account's overdraft limit - the whole-unit amount the
003690* posting step lets a customer debit take the balance below
003700* zero before returning it NSF.  Zero means no overdraft.
003710******************************************************************
003720 6800-SET-OD-LIMIT.
003730     DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
003740     ACCEPT WS-KEY-ENTERED.
003750     MOVE WS-KEY-ENTERED TO ACCT-NUMBER.
003760     READ ACCOUNT-MASTER-FILE
003770         INVALID KEY
003780             DISPLAY "ACCOUNT NOT ON FILE"
003790             GO TO 6800-EXIT
003800     END-READ.
003810     IF ACCT-OD-LIMIT-X NOT NUMERIC
003820         MOVE ZERO TO ACCT-OD-LIMIT
003830     END-IF.
003840     DISPLAY "CURRENT OVERDRAFT LIMIT: " ACCT-OD-LIMIT.
003850     DISPLAY "NEW LIMIT (6 DIGITS, WHOLE UNITS, ZERO PADDED): "
003860         WITH NO ADVANCING.
003870     ACCEPT WS-LIMIT-IN.
003880     IF WS-LIMIT-IN NOT NUMERIC
003890         DISPLAY "LIMIT MUST BE A 6-DIGIT NUMBER - NOT CHANGED"
003900         GO TO 6800-EXIT
003910     END-IF.
003920     MOVE "NOT CHANGED" TO WS-NOT-DONE-TEXT.
003930     PERFORM 6500-VERIFY-SUPERVISOR THRU 6500-EXIT.
003940     IF WS-SUPERVISOR-ID = SPACES
003950         GO TO 6800-EXIT
003960     END-IF.
003970     MOVE WS-LIMIT-IN-N TO ACCT-OD-LIMIT.
003980     REWRITE ACCT-RECORD.
003990     DISPLAY "ACCOUNT " ACCT-NUMBER " OVERDRAFT LIMIT SET TO "
004000         ACCT-OD-LIMIT.
004010     MOVE "L" TO WS-AUDIT-ACTION.
004020     PERFORM 7000-WRITE-AUDIT-ROW THRU 7000-EXIT.
004030 6800-EXIT.
004040     EXIT.
004050
004060 END PROGRAM ACTMAINT.
