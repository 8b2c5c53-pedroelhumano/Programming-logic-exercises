001186*                 taken before the file is released - the FD
001187*                 record area is undefined after a CLOSE, and
001188*                 the decisions were reading it between opens.
001189* 2026-10-15 JCM  Batch trailer tie-out; keeps run generations.
001190******************************************************************
001191 IDENTIFICATION DIVISION.
001192 PROGRAM-ID. RUNCTL.
001193
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS CTLCNT-RUN-ID
001260         FILE STATUS IS WS-CTLCNT-STATUS.
001261     SELECT TRANSOK-FILE ASSIGN TO "TRANSOK"
001262         ORGANIZATION IS LINE SEQUENTIAL
001263         ACCESS MODE IS SEQUENTIAL
001264         FILE STATUS IS WS-KEPT-STATUS.
001265     SELECT TRANSRJ-FILE ASSIGN TO "TRANSRJ"
001266         ORGANIZATION IS LINE SEQUENTIAL
001267         ACCESS MODE IS SEQUENTIAL
001268         FILE STATUS IS WS-KEPT-STATUS.
001270     SELECT TRANSIN-FILE ASSIGN TO "TRANSIN"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         ACCESS MODE IS SEQUENTIAL
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS CHKPT-RUN-ID
001350         FILE STATUS IS WS-CHKPT-STATUS.
001351     SELECT POSTOUT-FILE ASSIGN TO "POSTOUT"
001352         ORGANIZATION IS LINE SEQUENTIAL
001353         ACCESS MODE IS SEQUENTIAL
001354         FILE STATUS IS WS-KEPT-STATUS.
001355     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001356         ORGANIZATION IS LINE SEQUENTIAL
001357         ACCESS MODE IS SEQUENTIAL
001358         FILE STATUS IS WS-KEPT-STATUS.
001360     SELECT SALUDO-LOG-FILE ASSIGN TO "SALULOG"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         ACCESS MODE IS SEQUENTIAL
001390         FILE STATUS IS WS-SALULOG-STATUS.
001391     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
001392         ORGANIZATION IS LINE SEQUENTIAL
001393         ACCESS MODE IS SEQUENTIAL
001394         FILE STATUS IS WS-KEPT-STATUS.
001395     SELECT NSF-RETURN-FILE ASSIGN TO "NSFRTN"
001396         ORGANIZATION IS LINE SEQUENTIAL
001397         ACCESS MODE IS SEQUENTIAL
001398         FILE STATUS IS WS-KEPT-STATUS.
001400     SELECT STEP-SCHEDULE-FILE ASSIGN TO "STEPSCHD"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         ACCESS MODE IS SEQUENTIAL
001430         FILE STATUS IS WS-STPSCH-STATUS.
001431     SELECT GEN-STORE-FILE ASSIGN TO "GENSTORE"
001432         ORGANIZATION IS INDEXED
001433         ACCESS MODE IS DYNAMIC
001434         RECORD KEY IS GEN-KEY
001435         FILE STATUS IS WS-GENSTORE-STATUS.
001440     SELECT PROC-CALENDAR-FILE ASSIGN TO "PROCCAL"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS CAL-DATE
001480         FILE STATUS IS WS-PROCCAL-STATUS.
001481     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
001482         ORGANIZATION IS INDEXED
001483         ACCESS MODE IS RANDOM
001484         RECORD KEY IS GENCTL-RUN-ID
001485         FILE STATUS IS WS-GENCTL-STATUS.
001490     SELECT OPERATOR-CTL-FILE ASSIGN TO "OPCTL"
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS RANDOM
001600 FILE SECTION.
001610 FD  CTLCNT-FILE.
001620     COPY CTLCNTREC.
001622 FD  TRANSOK-FILE.
001624 01  TRANSOK-RECORD              PIC X(80).
001626 FD  TRANSRJ-FILE.
001628 01  TRANSRJ-RECORD              PIC X(86).
001630 FD  TRANSIN-FILE.
001640     COPY TRANSREC.
001641     COPY BTCHREC.
001642 FD  TRANSRC-FILE.
001644 01  TRANSRC-RECORD              PIC X(86).
001650 FD  CHECKPOINT-FILE.
001660     COPY CHKPTREC.
001662 FD  POSTOUT-FILE.
001664 01  POSTOUT-RECORD              PIC X(80).
001666 FD  SUSPENSE-FILE.
001668 01  SUSPENSE-RECORD             PIC X(84).
001670 FD  SALUDO-LOG-FILE.
001680     COPY SALULREC.
001682 FD  GL-INTERFACE-FILE.
001684     COPY GLINTREC.
001686 FD  NSF-RETURN-FILE.
001688 01  NSFRTN-RECORD               PIC X(130).
001690 FD  STEP-SCHEDULE-FILE.
001700     COPY STPSCHREC.
001702 FD  GEN-STORE-FILE.
001704     COPY GENREC.
001710 FD  PROC-CALENDAR-FILE.
001720     COPY PROCCALREC.
001722 FD  GEN-CONTROL-FILE.
001724     COPY GENCTLREC.
001730 FD  OPERATOR-CTL-FILE.
001740     COPY OPCTLREC.
001750 FD  ALERT-FILE.
001940     88  WS-STPSCH-OK                VALUE "00".
001950 01  WS-PROCCAL-STATUS           PIC X(02).
001960     88  WS-PROCCAL-OK               VALUE "00".
001961 01  WS-KEPT-STATUS              PIC X(02).
001962     88  WS-KEPT-OK                  VALUE "00".
001963 01  WS-GENSTORE-STATUS          PIC X(02).
001964     88  WS-GENSTORE-OK              VALUE "00".
001965     88  WS-GENSTORE-NOT-FOUND       VALUE "23" "35".
001966 01  WS-GENCTL-STATUS            PIC X(02).
001967     88  WS-GENCTL-OK                VALUE "00".
001968     88  WS-GENCTL-NOT-FOUND         VALUE "23" "35".
001970
001975 01  WS-SCHED-FULL-SWITCH        PIC X(01) VALUE "N".
001976     88  WS-SCHED-FULL               VALUE "Y".
001980 01  WS-SCHED-EOF-SWITCH         PIC X(01) VALUE "N".
001990     88  WS-SCHED-EOF                VALUE "Y".
001992 01  WS-KEPT-EOF-SWITCH          PIC X(01) VALUE "N".
001994     88  WS-KEPT-EOF                 VALUE "Y".
001996 01  WS-GEN-SCAN-SWITCH          PIC X(01) VALUE "N".
001998     88  WS-GEN-SCAN-DONE            VALUE "Y".
002000 01  WS-STEP-IDX                 PIC 9(02) COMP VALUE ZERO.
002010 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE ZERO.
002020 01  WS-STEP-TABLE.
002030     05  WS-STEP-ENTRY OCCURS 20 TIMES.
002040         10  WS-STEP-SEQ             PIC 9(03).
002050         10  WS-STEP-PROGRAM         PIC X(08).
002051 01  WS-GEN-FILE-IDX             PIC 9(02) COMP VALUE ZERO.
002052 01  WS-GEN-FILE-NAMES           PIC X(48) VALUE
002053     "TRANSOK TRANSRJ POSTOUT SUSPENSEGLINTF  NSFRTN  ".
002054 01  WS-GEN-FILE-TABLE           REDEFINES WS-GEN-FILE-NAMES.
002055     05  WS-GEN-FILE-NAME        PIC X(08) OCCURS 6 TIMES.
002056 01  WS-GEN-COUNT-TABLE.
002057     05  WS-GEN-FILE-COUNT       PIC 9(07) OCCURS 6 TIMES.
002060
002070 01  WS-PROC-DATE                PIC 9(08) VALUE ZERO.
002071
002072 01  WS-GEN-SEQ                  PIC 9(07) VALUE ZERO.
002073 01  WS-GEN-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
002074 01  WS-GEN-SAVED-COUNT          PIC 9(07) VALUE ZERO.
002075 01  WS-GL-BATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
002076 01  WS-GL-BATCH-SEEN            PIC 9(05) COMP VALUE ZERO.
002080
002090 01  WS-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
002100     88  WS-OVERRIDE                 VALUE "Y".
002250
002260 01  WS-EXPECTED-COUNT           PIC 9(07) VALUE ZERO.
002270 01  WS-ACTUAL-COUNT             PIC 9(07) VALUE ZERO.
002271 01  WS-DECLARED-COUNT           PIC 9(07) VALUE ZERO.
002272 01  WS-BATCH-ITEMS              PIC 9(07) VALUE ZERO.
002273 01  WS-BATCH-COUNT              PIC 9(07) VALUE ZERO.
002274 01  WS-IN-BATCH-SWITCH          PIC X(01) VALUE "N".
002275     88  WS-IN-BATCH                 VALUE "Y".
002280 01  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
002290     88  WS-TRANS-EOF                VALUE "Y".
002292 01  WS-RECYCLE-EOF-SWITCH       PIC X(01) VALUE "N".
002820         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
002830     END-IF.
002832     SET ENVIRONMENT "RUN_ID" TO JOBHDR-RUN-ID.
002837     SET ENVIRONMENT "REBUILD_RUN_ID" TO SPACES.
002840     ACCEPT JOBHDR-RUN-TYPE FROM ENVIRONMENT "RUN_TYPE".
002850     IF NOT JOBHDR-RUN-DAILY AND NOT JOBHDR-RUN-MONTH-END
002860             AND NOT JOBHDR-RUN-YEAR-END
004460         CLOSE CTLCNT-FILE
004470     END-IF.
004480     MOVE ZERO TO WS-ACTUAL-COUNT.
004482     MOVE ZERO TO WS-DECLARED-COUNT.
004484     MOVE ZERO TO WS-BATCH-ITEMS.
004486     MOVE ZERO TO WS-BATCH-COUNT.
004488     MOVE "N" TO WS-IN-BATCH-SWITCH.
004490     MOVE "N" TO WS-TRANS-EOF-SWITCH.
004500     OPEN INPUT TRANSIN-FILE.
004510     IF WS-TRANSIN-OK
004530             UNTIL WS-TRANS-EOF
004540         CLOSE TRANSIN-FILE
004550     END-IF.
004551     PERFORM 1550-CHECK-BATCH-TOTALS THRU 1550-EXIT.
004552     PERFORM 1650-NOTE-RECYCLE-VOLUME THRU 1650-EXIT.
004562     IF WS-DECLARED-COUNT NOT = WS-EXPECTED-COUNT
004570         DISPLAY "RECONCILIATION MISMATCH FOR RUN " JOBHDR-RUN-ID
004580         DISPLAY "  EXPECTED COUNT: " WS-EXPECTED-COUNT
004590         DISPLAY "  ACTUAL COUNT:   " WS-DECLARED-COUNT
004600         MOVE 16 TO WS-RETURN-CODE
004610         MOVE ZERO TO WS-FAILED-STEP-NUMBER
004620         MOVE "RECONCIL" TO WS-ALERT-STEP-NAME
004630         MOVE 16 TO WS-ALERT-RETURN-CODE
004640         MOVE WS-EXPECTED-COUNT TO WS-ALERT-EXPECTED
004650         MOVE WS-DECLARED-COUNT TO WS-ALERT-ACTUAL
004660         PERFORM 5000-LOG-RUN-FAILURE THRU 5000-EXIT
004670     END-IF.
004672     MOVE ZERO TO WS-TIM-STEP-SEQ.
004730         AT END
004740             MOVE "Y" TO WS-TRANS-EOF-SWITCH
004750         NOT AT END
004760             PERFORM 1610-COUNT-ONE-RECORD THRU 1610-EXIT
004770     END-READ.
004780 1600-EXIT.
004790     EXIT.
004900             VARYING WS-STEP-IDX FROM 1 BY 1
004910                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
004920                     OR WS-RETURN-CODE NOT = ZERO
004922         IF WS-RETURN-CODE = ZERO
004924             PERFORM 2700-SAVE-GENERATION THRU 2700-EXIT
004926         END-IF
004930         PERFORM 2950-RELEASE-RUN-LOCK THRU 2950-EXIT
004940     END-IF.
004960 2000-EXIT.
008670 6700-EXIT.
008680     EXIT.
008690
008700******************************************************************
008710* Keep the night's work files as the run's generation.  TRANSOK,
008720* TRANSRJ, POSTOUT, SUSPENSE, and NSFRTN are opened OUTPUT by the
008730* next night's steps, and GLINTF only grows, so once the chain
008740* completes each is copied record for record onto the GENSTORE
008750* generation store under this run-id - for GLINTF, only the last
008760* batch the extract framed for this run-id.  The run-id's GENCTL
008770* index row is taken away before anything is replaced and written
008780* back last, so a save that stops partway never reads as a kept
008790* generation.  Like step timing, a generation that cannot be kept
008800* is reported and never fails the run it belongs to.  The
008810* generation purge utility rolls off generations past retention.
008820******************************************************************
008830 2700-SAVE-GENERATION.
008840     PERFORM 6600-MARK-STEP-START THRU 6600-EXIT.
008850     OPEN I-O GEN-STORE-FILE.
008860     IF WS-GENSTORE-NOT-FOUND
008870         OPEN OUTPUT GEN-STORE-FILE
008880         CLOSE GEN-STORE-FILE
008890         OPEN I-O GEN-STORE-FILE
008900     END-IF.
008910     IF NOT WS-GENSTORE-OK
008920         DISPLAY "RUNCTL - GENERATION STORE NOT AVAILABLE - "
008930             "STATUS " WS-GENSTORE-STATUS
008940             " - RUN GENERATION NOT KEPT"
008950         GO TO 2700-TIMING
008960     END-IF.
008970     OPEN I-O GEN-CONTROL-FILE.
008980     IF WS-GENCTL-NOT-FOUND
008990         OPEN OUTPUT GEN-CONTROL-FILE
009000         CLOSE GEN-CONTROL-FILE
009010         OPEN I-O GEN-CONTROL-FILE
009020     END-IF.
009030     IF NOT WS-GENCTL-OK
009040         DISPLAY "RUNCTL - GENERATION INDEX NOT AVAILABLE - "
009050             "STATUS " WS-GENCTL-STATUS
009060             " - RUN GENERATION NOT KEPT"
009070         CLOSE GEN-STORE-FILE
009080         GO TO 2700-TIMING
009090     END-IF.
009100     MOVE JOBHDR-RUN-ID TO GENCTL-RUN-ID.
009110     DELETE GEN-CONTROL-FILE
009120         INVALID KEY
009130             CONTINUE
009140     END-DELETE.
009150     PERFORM 2710-DROP-EARLIER-GENERATION THRU 2710-EXIT.
009160     MOVE ZERO TO WS-GEN-SAVED-COUNT.
009170     PERFORM 2720-KEEP-ONE-FILE THRU 2720-EXIT
009180         VARYING WS-GEN-FILE-IDX FROM 1 BY 1
009190             UNTIL WS-GEN-FILE-IDX > 6.
009200     MOVE SPACES TO GENCTL-RECORD.
009210     MOVE JOBHDR-RUN-ID TO GENCTL-RUN-ID.
009220     MOVE JOBHDR-RUN-TYPE TO GENCTL-RUN-TYPE.
009230     ACCEPT GENCTL-SAVED-DATE FROM DATE YYYYMMDD.
009240     ACCEPT GENCTL-SAVED-TIME FROM TIME.
009250     PERFORM 2780-FILL-INDEX-SLOT THRU 2780-EXIT
009260         VARYING WS-GEN-FILE-IDX FROM 1 BY 1
009270             UNTIL WS-GEN-FILE-IDX > 6.
009280     WRITE GENCTL-RECORD
009290         INVALID KEY
009300             DISPLAY "RUNCTL - GENERATION INDEX ROW NOT "
009310                 "WRITTEN - STATUS " WS-GENCTL-STATUS
009320     END-WRITE.
009330     IF WS-GENCTL-OK
009340         DISPLAY "RUNCTL - RUN GENERATION KEPT FOR RUN "
009350             JOBHDR-RUN-ID " - " WS-GEN-SAVED-COUNT " RECORDS"
009360     END-IF.
009370     CLOSE GEN-CONTROL-FILE.
009380     CLOSE GEN-STORE-FILE.
009390 2700-TIMING.
009400     MOVE ZERO TO WS-TIM-STEP-SEQ.
009410     MOVE "GENSAVE" TO WS-TIM-STEP-NAME.
009420     PERFORM 6700-WRITE-STEP-TIMING THRU 6700-EXIT.
009430 2700-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* A forced re-run of a completed run-id replaces its generation -
009480* every record already kept under the run-id is taken off first.
009490******************************************************************
009500 2710-DROP-EARLIER-GENERATION.
009510     MOVE ZERO TO WS-GEN-DROPPED-COUNT.
009520     MOVE "N" TO WS-GEN-SCAN-SWITCH.
009530     MOVE JOBHDR-RUN-ID TO GEN-RUN-ID.
009540     MOVE LOW-VALUES TO GEN-FILE-ID.
009550     MOVE ZERO TO GEN-RECORD-SEQ.
009560     START GEN-STORE-FILE KEY NOT < GEN-KEY
009570         INVALID KEY
009580             SET WS-GEN-SCAN-DONE TO TRUE
009590     END-START.
009600     PERFORM 2715-DROP-ONE-RECORD THRU 2715-EXIT
009610         UNTIL WS-GEN-SCAN-DONE.
009620     IF WS-GEN-DROPPED-COUNT > ZERO
009630         DISPLAY "RUNCTL - EARLIER GENERATION OF RUN "
009640             JOBHDR-RUN-ID " REPLACED - " WS-GEN-DROPPED-COUNT
009650             " RECORDS"
009660     END-IF.
009670 2710-EXIT.
009680     EXIT.
009690
009700 2715-DROP-ONE-RECORD.
009710     READ GEN-STORE-FILE NEXT RECORD
009720         AT END
009730             SET WS-GEN-SCAN-DONE TO TRUE
009740             GO TO 2715-EXIT
009750     END-READ.
009760     IF GEN-RUN-ID NOT = JOBHDR-RUN-ID
009770         SET WS-GEN-SCAN-DONE TO TRUE
009780         GO TO 2715-EXIT
009790     END-IF.
009800     DELETE GEN-STORE-FILE
009810         INVALID KEY
009820             CONTINUE
009830     END-DELETE.
009840     ADD 1 TO WS-GEN-DROPPED-COUNT.
009850 2715-EXIT.
009860     EXIT.
009870
009880******************************************************************
009890* Copy one kept file onto the store.  A file the night did not
009900* write (status 35) is kept as empty without comment; any other
009910* open failure is noted and the file is kept as empty.
009920******************************************************************
009930 2720-KEEP-ONE-FILE.
009940     MOVE ZERO TO WS-GEN-FILE-COUNT(WS-GEN-FILE-IDX).
009950     MOVE ZERO TO WS-GEN-SEQ.
009960     MOVE "N" TO WS-KEPT-EOF-SWITCH.
009970     IF WS-GEN-FILE-IDX = 5
009980         PERFORM 2750-COUNT-GL-BATCHES THRU 2750-EXIT
009990     END-IF.
010000     PERFORM 2730-OPEN-KEPT-FILE THRU 2730-EXIT.
010010     IF NOT WS-KEPT-OK
010020         IF WS-KEPT-STATUS NOT = "35"
010030             DISPLAY "RUNCTL - " WS-GEN-FILE-NAME(WS-GEN-FILE-IDX)
010040                 " NOT AVAILABLE - STATUS " WS-KEPT-STATUS
010050                 " - KEPT AS EMPTY"
010060         END-IF
010070         GO TO 2720-EXIT
010080     END-IF.
010090     PERFORM 2740-KEEP-ONE-RECORD THRU 2740-EXIT
010100         UNTIL WS-KEPT-EOF.
010110     PERFORM 2735-CLOSE-KEPT-FILE THRU 2735-EXIT.
010120 2720-EXIT.
010130     EXIT.
010140
010150 2730-OPEN-KEPT-FILE.
010160     EVALUATE WS-GEN-FILE-IDX
010170         WHEN 1
010180             OPEN INPUT TRANSOK-FILE
010190         WHEN 2
010200             OPEN INPUT TRANSRJ-FILE
010210         WHEN 3
010220             OPEN INPUT POSTOUT-FILE
010230         WHEN 4
010240             OPEN INPUT SUSPENSE-FILE
010250         WHEN 5
010260             OPEN INPUT GL-INTERFACE-FILE
010270         WHEN OTHER
010280             OPEN INPUT NSF-RETURN-FILE
010290     END-EVALUATE.
010300 2730-EXIT.
010310     EXIT.
010320
010330 2735-CLOSE-KEPT-FILE.
010340     EVALUATE WS-GEN-FILE-IDX
010350         WHEN 1
010360             CLOSE TRANSOK-FILE
010370         WHEN 2
010380             CLOSE TRANSRJ-FILE
010390         WHEN 3
010400             CLOSE POSTOUT-FILE
010410         WHEN 4
010420             CLOSE SUSPENSE-FILE
010430         WHEN 5
010440             CLOSE GL-INTERFACE-FILE
010450         WHEN OTHER
010460             CLOSE NSF-RETURN-FILE
010470     END-EVALUATE.
010480 2735-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520* One record onto the store, keyed by run-id, file, and position.
010530* GLINTF is cumulative: only this run-id's records from the last
010540* header the extract wrote for it are kept, so an extract re-run
010550* within the night keeps the batch the ledger was handed last.
010560******************************************************************
010570 2740-KEEP-ONE-RECORD.
010580     MOVE SPACES TO GEN-RECORD.
010590     EVALUATE WS-GEN-FILE-IDX
010600         WHEN 1
010610             READ TRANSOK-FILE INTO GEN-DATA
010620                 AT END
010630                     SET WS-KEPT-EOF TO TRUE
010640             END-READ
010650         WHEN 2
010660             READ TRANSRJ-FILE INTO GEN-DATA
010670                 AT END
010680                     SET WS-KEPT-EOF TO TRUE
010690             END-READ
010700         WHEN 3
010710             READ POSTOUT-FILE INTO GEN-DATA
010720                 AT END
010730                     SET WS-KEPT-EOF TO TRUE
010740             END-READ
010750         WHEN 4
010760             READ SUSPENSE-FILE INTO GEN-DATA
010770                 AT END
010780                     SET WS-KEPT-EOF TO TRUE
010790             END-READ
010800         WHEN 5
010810             READ GL-INTERFACE-FILE INTO GEN-DATA
010820                 AT END
010830                     SET WS-KEPT-EOF TO TRUE
010840             END-READ
010850         WHEN OTHER
010860             READ NSF-RETURN-FILE INTO GEN-DATA
010870                 AT END
010880                     SET WS-KEPT-EOF TO TRUE
010890             END-READ
010900     END-EVALUATE.
010910     IF WS-KEPT-EOF
010920         GO TO 2740-EXIT
010930     END-IF.
010940     IF WS-GEN-FILE-IDX = 5
010950         IF GL-RUN-ID NOT = JOBHDR-RUN-ID
010960             GO TO 2740-EXIT
010970         END-IF
010980         IF GL-HEADER
010990             ADD 1 TO WS-GL-BATCH-SEEN
011000         END-IF
011010         IF WS-GL-BATCH-SEEN NOT = WS-GL-BATCH-COUNT
011020             GO TO 2740-EXIT
011030         END-IF
011040     END-IF.
011050     ADD 1 TO WS-GEN-SEQ.
011060     MOVE JOBHDR-RUN-ID TO GEN-RUN-ID.
011070     MOVE WS-GEN-FILE-NAME(WS-GEN-FILE-IDX) TO GEN-FILE-ID.
011080     MOVE WS-GEN-SEQ TO GEN-RECORD-SEQ.
011090     WRITE GEN-RECORD
011100         INVALID KEY
011110             DISPLAY "RUNCTL - GENERATION RECORD NOT KEPT - "
011120                 GEN-FILE-ID " " GEN-RECORD-SEQ
011130                 " - STATUS " WS-GENSTORE-STATUS
011140             GO TO 2740-EXIT
011150     END-WRITE.
011160     ADD 1 TO WS-GEN-FILE-COUNT(WS-GEN-FILE-IDX).
011170     ADD 1 TO WS-GEN-SAVED-COUNT.
011180 2740-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* Count this run-id's batches on GLINTF ahead of the copy, so the
011230* copy can tell which header starts the last of them.
011240******************************************************************
011250 2750-COUNT-GL-BATCHES.
011260     MOVE ZERO TO WS-GL-BATCH-COUNT.
011270     MOVE ZERO TO WS-GL-BATCH-SEEN.
011280     OPEN INPUT GL-INTERFACE-FILE.
011290     IF NOT WS-KEPT-OK
011300         GO TO 2750-EXIT
011310     END-IF.
011320     PERFORM 2755-COUNT-ONE-GL-RECORD THRU 2755-EXIT
011330         UNTIL WS-KEPT-EOF.
011340     CLOSE GL-INTERFACE-FILE.
011350     MOVE "N" TO WS-KEPT-EOF-SWITCH.
011360 2750-EXIT.
011370     EXIT.
011380
011390 2755-COUNT-ONE-GL-RECORD.
011400     READ GL-INTERFACE-FILE
011410         AT END
011420             SET WS-KEPT-EOF TO TRUE
011430             GO TO 2755-EXIT
011440     END-READ.
011450     IF GL-HEADER AND GL-RUN-ID = JOBHDR-RUN-ID
011460         ADD 1 TO WS-GL-BATCH-COUNT
011470     END-IF.
011480 2755-EXIT.
011490     EXIT.
011500
011510 2780-FILL-INDEX-SLOT.
011520     MOVE WS-GEN-FILE-NAME(WS-GEN-FILE-IDX)
011530         TO GENCTL-FILE-ID(WS-GEN-FILE-IDX).
011540     MOVE WS-GEN-FILE-COUNT(WS-GEN-FILE-IDX)
011550         TO GENCTL-RECORD-COUNT(WS-GEN-FILE-IDX).
011560 2780-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600* Close the count of a last batch that had no trailer, and note on
011610* the console when the items found disagree with the items the
011620* trailers declare.  The edit sends such a batch back on its own;
011630* only the declared total is reconciled to CTLCNT.
011640******************************************************************
011650 1550-CHECK-BATCH-TOTALS.
011660     IF WS-IN-BATCH
011670         ADD WS-BATCH-ITEMS TO WS-DECLARED-COUNT
011680     END-IF.
011690     IF WS-DECLARED-COUNT NOT = WS-ACTUAL-COUNT
011700         DISPLAY "RUNCTL - " WS-BATCH-COUNT
011710             " BATCHES ON TRANSIN - "
011720             "TRAILERS DECLARE " WS-DECLARED-COUNT
011730             " ITEMS, " WS-ACTUAL-COUNT " FOUND"
011740         DISPLAY "RUNCTL - OUT-OF-BALANCE BATCHES WILL BE SENT "
011750             "BACK BY THE EDIT"
011760     END-IF.
011770 1550-EXIT.
011780     EXIT.
011790
011800******************************************************************
011810* Count one TRANSIN record.  Items count toward the actual total;
011820* the declared total takes each batch's trailer item count, or
011830* the items found when the batch has no usable trailer, and
011840* every item outside a batch as found.
011850******************************************************************
011860 1610-COUNT-ONE-RECORD.
011870     IF BATCH-HEADER
011880         IF WS-IN-BATCH
011890             ADD WS-BATCH-ITEMS TO WS-DECLARED-COUNT
011900         END-IF
011910         ADD 1 TO WS-BATCH-COUNT
011920         MOVE ZERO TO WS-BATCH-ITEMS
011930         SET WS-IN-BATCH TO TRUE
011940         GO TO 1610-EXIT
011950     END-IF.
011960     IF BATCH-TRAILER
011970         IF WS-IN-BATCH
011980             IF BATCH-TRAILER-TOTALS-X IS NUMERIC
011990                 ADD BATCH-ITEM-COUNT TO WS-DECLARED-COUNT
012000             ELSE
012010                 ADD WS-BATCH-ITEMS TO WS-DECLARED-COUNT
012020             END-IF
012030         END-IF
012040         MOVE ZERO TO WS-BATCH-ITEMS
012050         MOVE "N" TO WS-IN-BATCH-SWITCH
012060         GO TO 1610-EXIT
012070     END-IF.
012080     ADD 1 TO WS-ACTUAL-COUNT.
012090     IF WS-IN-BATCH
012100         ADD 1 TO WS-BATCH-ITEMS
012110     ELSE
012120         ADD 1 TO WS-DECLARED-COUNT
012130     END-IF.
012140 1610-EXIT.
012150     EXIT.
012160
012170 END PROGRAM RUNCTL.
