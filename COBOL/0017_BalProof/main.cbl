000190*             from the PROCCAL calendar's prior processing date;
000200*             a night with no prior position on file is recorded
000210*             as the baseline rather than failed.
000211*             With REBUILD_RUN_ID set, a past run's proof is
000212*             re-worked from the POSTOUT generation the driver
000213*             kept on GENSTORE against the positions that run
000214*             recorded on BALCTL; the master is not summed and
000215*             BALCTL is not rewritten.
000220* Tectonics: cobc
000230*-----------------------------------------------------------------
000240* Maintenance History
000250* DATE       BY   DESCRIPTION
000260* 2026-09-02 JCM  Initial version.
000261* 2026-10-15 JCM  Opening position takes in the "BK" run-backout
000262*                 rows on BALCTL stamped since the prior proof.
000263* 2026-10-15 JCM  REBUILD_RUN_ID re-proves a past run from the
000264*                 POSTOUT generation kept for it, against the
000265*                 totals it recorded on BALCTL (RC 8 on a movement
000266*                 mismatch, RC 12 with no generation or BALCTL
000267*                 row).  POSTOUT is now read into working storage.
000268* 2026-10-15 JCM  BALCTL time stamped as HHMMSS (was MMSShh).
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BALPROOF.
000420         FILE STATUS IS WS-POSTOUT-STATUS.
000430     SELECT BAL-CONTROL-FILE ASSIGN TO "BALCTL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS BALCTL-RUN-ID
000470         FILE STATUS IS WS-BALCTL-STATUS.
000471     SELECT GEN-STORE-FILE ASSIGN TO "GENSTORE"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS GEN-KEY
000475         FILE STATUS IS WS-GENSTORE-STATUS.
000480     SELECT PROC-CALENDAR-FILE ASSIGN TO "PROCCAL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CAL-DATE
000520         FILE STATUS IS WS-PROCCAL-STATUS.
000521     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS GENCTL-RUN-ID
000525         FILE STATUS IS WS-GENCTL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACCOUNT-MASTER-FILE.
000570     COPY ACCTREC.
000580 FD  POSTOUT-FILE.
000590 01  POSTOUT-RECORD              PIC X(80).
000600 FD  BAL-CONTROL-FILE.
000610     COPY BALCTLREC.
000620 FD  PROC-CALENDAR-FILE.
000630     COPY PROCCALREC.
000632 FD  GEN-STORE-FILE.
000634     COPY GENREC.
000636 FD  GEN-CONTROL-FILE.
000638     COPY GENCTLREC.
000640
000650 WORKING-STORAGE SECTION.
000660 COPY JOBHDR.
000665 COPY PSTDREC.
000670
000680 01  WS-ACCTMST-STATUS           PIC X(02).
000690     88  WS-ACCTMST-OK               VALUE "00".
000740     88  WS-BALCTL-NOT-FOUND         VALUE "23" "35".
000750 01  WS-PROCCAL-STATUS           PIC X(02).
000760     88  WS-PROCCAL-OK               VALUE "00".
000762 01  WS-GENSTORE-STATUS          PIC X(02).
000764     88  WS-GENSTORE-OK              VALUE "00".
000766 01  WS-GENCTL-STATUS            PIC X(02).
000768     88  WS-GENCTL-OK                VALUE "00".
000770
000780 01  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
000790     88  WS-MASTER-EOF               VALUE "Y".
000810     88  WS-POSTOUT-EOF              VALUE "Y".
000820 01  WS-PRIOR-FOUND-SWITCH       PIC X(01) VALUE "N".
000830     88  WS-PRIOR-FOUND              VALUE "Y".
000831 01  WS-BACKOUT-SCAN-SWITCH      PIC X(01) VALUE "N".
000832     88  WS-BACKOUT-SCAN-DONE        VALUE "Y".
000833 01  WS-REBUILD-SWITCH           PIC X(01) VALUE "N".
000834     88  WS-REBUILD                  VALUE "Y".
000835 01  WS-REBUILD-RUN-ID           PIC X(08) VALUE SPACES.
000836 01  WS-RECORDED-STATUS          PIC X(01) VALUE SPACE.
000837     88  WS-RECORDED-BASELINE        VALUE "F".
000840
000850 01  WS-PROC-DATE                PIC 9(08) VALUE ZERO.
000860 01  WS-PRIOR-RUN-ID             PIC X(08) VALUE SPACES.
000865 01  WS-PRIOR-TIMESTAMP          PIC X(14) VALUE SPACES.
000870
000880 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
000890 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
000895 77  WS-BACKOUT-COUNT            PIC 9(07) COMP VALUE ZERO.
000900 77  WS-STEP-RC                  PIC 9(04) COMP VALUE ZERO.
000905 77  WS-TIME-OF-DAY              PIC 9(08) VALUE ZERO.
000910
000920 01  WS-MASTER-TOTAL             PIC S9(13)V99 VALUE ZERO.
000930 01  WS-PRIOR-TOTAL              PIC S9(13)V99 VALUE ZERO.
000940 01  WS-POSTED-DEBITS            PIC 9(13)V99 VALUE ZERO.
000950 01  WS-POSTED-CREDITS           PIC 9(13)V99 VALUE ZERO.
000960 01  WS-EXPECTED-TOTAL           PIC S9(13)V99 VALUE ZERO.
000962 01  WS-RECORDED-DEBITS          PIC 9(13)V99 VALUE ZERO.
000964 01  WS-RECORDED-CREDITS         PIC 9(13)V99 VALUE ZERO.
000970
000980 01  WS-AMOUNT-DISPLAY           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000990 01  WS-COUNT-DISPLAY            PIC Z(06)9.
001010 PROCEDURE DIVISION.
001020 0000-MAIN-PROCEDURE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001032     IF WS-STEP-RC = ZERO AND WS-REBUILD
001034         PERFORM 6000-REBUILD-PROOF THRU 6000-EXIT
001036     END-IF.
001038     IF WS-STEP-RC = ZERO AND NOT WS-REBUILD
001050         PERFORM 2000-SUM-MASTER THRU 2000-EXIT
001060         PERFORM 3000-SUM-POSTED-DETAIL THRU 3000-EXIT
001070         PERFORM 4000-GET-PRIOR-POSITION THRU 4000-EXIT
001140     ACCEPT JOBHDR-RUN-ID FROM ENVIRONMENT "RUN_ID".
001150     IF JOBHDR-RUN-ID = SPACES
001160         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
001161     END-IF.
001162     MOVE SPACES TO WS-REBUILD-RUN-ID.
001163     ACCEPT WS-REBUILD-RUN-ID FROM ENVIRONMENT "REBUILD_RUN_ID".
001164     IF WS-REBUILD-RUN-ID NOT = SPACES
001165         PERFORM 1100-OPEN-GENERATION THRU 1100-EXIT
001166         GO TO 1000-EXIT
001170     END-IF.
001180     IF JOBHDR-RUN-ID IS NUMERIC
001190         MOVE JOBHDR-RUN-ID TO WS-PROC-DATE
001580* is not there is an empty run, proved with zero movement.
001590******************************************************************
001600 3000-SUM-POSTED-DETAIL.
001601     IF WS-REBUILD
001602         PERFORM 3050-START-GENERATION THRU 3050-EXIT
001603         PERFORM 3100-SUM-ONE-DETAIL THRU 3100-EXIT
001604             UNTIL WS-POSTOUT-EOF
001605         GO TO 3000-EXIT
001606     END-IF.
001610     OPEN INPUT POSTOUT-FILE.
001620     IF NOT WS-POSTOUT-OK
001630         DISPLAY "BALPROOF - NO POSTOUT DETAIL THIS RUN - "
001720     EXIT.
001730
001740 3100-SUM-ONE-DETAIL.
001750     IF WS-REBUILD
001760         PERFORM 3200-READ-GENERATION THRU 3200-EXIT
001770         IF WS-POSTOUT-EOF
001780             GO TO 3100-EXIT
001782         END-IF
001784         MOVE GEN-DATA TO PSTD-RECORD
001786     ELSE
001788         READ POSTOUT-FILE INTO PSTD-RECORD
001790             AT END
001792                 MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
001794                 GO TO 3100-EXIT
001796         END-READ
001798     END-IF.
001800     ADD 1 TO WS-DETAIL-COUNT.
001810     IF PSTD-DEBIT
001820         ADD PSTD-AMOUNT TO WS-POSTED-DEBITS
002240     IF WS-BALCTL-OK
002250         SET WS-PRIOR-FOUND TO TRUE
002260         MOVE BALCTL-MASTER-TOTAL TO WS-PRIOR-TOTAL
002262         MOVE BALCTL-TIMESTAMP TO WS-PRIOR-TIMESTAMP
002264         PERFORM 4500-ADD-BACKOUTS THRU 4500-EXIT
002270     END-IF.
002280     CLOSE BAL-CONTROL-FILE.
002290 4000-EXIT.
002300     EXIT.
002310
002311******************************************************************
002312* Run backouts recorded since the prior night's proof moved the
002313* master outside any night's POSTOUT.  Each "BK" row stamped after
002314* the prior row carries its reversal debits and credits, which
002315* carry the prior position forward to where tonight started.
002316******************************************************************
002317 4500-ADD-BACKOUTS.
002318     MOVE "BK" TO BALCTL-RUN-ID.
002319     START BAL-CONTROL-FILE KEY NOT < BALCTL-RUN-ID
002320         INVALID KEY
002321             SET WS-BACKOUT-SCAN-DONE TO TRUE
002322     END-START.
002323     PERFORM 4600-ADD-ONE-BACKOUT THRU 4600-EXIT
002324         UNTIL WS-BACKOUT-SCAN-DONE.
002325     IF WS-BACKOUT-COUNT > ZERO
002326         MOVE WS-BACKOUT-COUNT TO WS-COUNT-DISPLAY
002327         DISPLAY "BALPROOF - RUN BACKOUTS SINCE PRIOR PROOF: "
002328             WS-COUNT-DISPLAY
002329     END-IF.
002330 4500-EXIT.
002331     EXIT.
002332
002333 4600-ADD-ONE-BACKOUT.
002334     READ BAL-CONTROL-FILE NEXT RECORD
002335         AT END
002336             SET WS-BACKOUT-SCAN-DONE TO TRUE
002337             GO TO 4600-EXIT
002338     END-READ.
002339     IF BALCTL-RUN-ID(1:2) NOT = "BK"
002340         SET WS-BACKOUT-SCAN-DONE TO TRUE
002341         GO TO 4600-EXIT
002342     END-IF.
002343     IF BALCTL-TIMESTAMP NOT > WS-PRIOR-TIMESTAMP
002344         GO TO 4600-EXIT
002345     END-IF.
002346     ADD 1 TO WS-BACKOUT-COUNT.
002347     COMPUTE WS-PRIOR-TOTAL = WS-PRIOR-TOTAL
002348         - BALCTL-POSTED-DEBITS + BALCTL-POSTED-CREDITS.
002349 4600-EXIT.
002350     EXIT.
002351
002352******************************************************************
002353* The proof itself.  Prior position minus tonight's posted
002354* debits plus tonight's posted credits must equal tonight's
002355* summed master.  The night's position is persisted either way
002360* - "B" balanced, "M" mismatch, "F" first night on file - and a
002370* mismatch fails the step so the driver raises the alert.
002380******************************************************************
002400     MOVE SPACES TO BALCTL-RECORD.
002410     MOVE JOBHDR-RUN-ID TO BALCTL-RUN-ID.
002420     ACCEPT BALCTL-DATE FROM DATE YYYYMMDD.
002430     ACCEPT WS-TIME-OF-DAY FROM TIME.
002435     MOVE WS-TIME-OF-DAY (1:6) TO BALCTL-TIME.
002440     MOVE WS-MASTER-TOTAL TO BALCTL-MASTER-TOTAL.
002450     MOVE WS-PRIOR-TOTAL TO BALCTL-PRIOR-TOTAL.
002460     MOVE WS-POSTED-DEBITS TO BALCTL-POSTED-DEBITS.
002910     EXIT.
002920
002930 9000-TERMINATE.
002932     IF WS-REBUILD
002934         CLOSE GEN-STORE-FILE
002936     ELSE
002938         MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
002940         DISPLAY "BALPROOF - ACCOUNTS SUMMED:  " WS-COUNT-DISPLAY
002942     END-IF.
002960     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
002970     DISPLAY "BALPROOF - DETAIL ROWS READ: " WS-COUNT-DISPLAY.
002980     MOVE WS-MASTER-TOTAL TO WS-AMOUNT-DISPLAY.
003010 9000-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050* Re-proof of a past run.  The run-id must have a kept generation
003060* on the GENCTL index; its POSTOUT records are then read back from
003070* the GENSTORE generation store in place of the live POSTOUT,
003080* which by now belongs to a later night.
003090******************************************************************
003100 1100-OPEN-GENERATION.
003110     MOVE WS-REBUILD-RUN-ID TO JOBHDR-RUN-ID.
003120     OPEN INPUT GEN-CONTROL-FILE.
003130     IF NOT WS-GENCTL-OK
003140         DISPLAY "BALPROOF - GENERATION INDEX NOT AVAILABLE - "
003150             "STATUS " WS-GENCTL-STATUS " - NOTHING REBUILT"
003160         MOVE 12 TO WS-STEP-RC
003170         GO TO 1100-EXIT
003180     END-IF.
003190     MOVE JOBHDR-RUN-ID TO GENCTL-RUN-ID.
003200     READ GEN-CONTROL-FILE
003210         INVALID KEY
003220             CONTINUE
003230     END-READ.
003240     IF NOT WS-GENCTL-OK
003250         DISPLAY "BALPROOF - NO GENERATION KEPT FOR RUN "
003260             JOBHDR-RUN-ID " - NOTHING REBUILT"
003270         CLOSE GEN-CONTROL-FILE
003280         MOVE 12 TO WS-STEP-RC
003290         GO TO 1100-EXIT
003300     END-IF.
003310     CLOSE GEN-CONTROL-FILE.
003320     OPEN INPUT GEN-STORE-FILE.
003330     IF NOT WS-GENSTORE-OK
003340         DISPLAY "BALPROOF - GENERATION STORE NOT AVAILABLE - "
003350             "STATUS " WS-GENSTORE-STATUS " - NOTHING REBUILT"
003360         MOVE 12 TO WS-STEP-RC
003370         GO TO 1100-EXIT
003380     END-IF.
003390     SET WS-REBUILD TO TRUE.
003400     DISPLAY "BALPROOF - RE-PROVING RUN " JOBHDR-RUN-ID
003410         " FROM ITS KEPT GENERATION".
003420 1100-EXIT.
003430     EXIT.
003440
003450 3050-START-GENERATION.
003460     MOVE JOBHDR-RUN-ID TO GEN-RUN-ID.
003470     MOVE "POSTOUT " TO GEN-FILE-ID.
003480     MOVE ZERO TO GEN-RECORD-SEQ.
003490     START GEN-STORE-FILE KEY NOT < GEN-KEY
003500         INVALID KEY
003510             MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
003520     END-START.
003530 3050-EXIT.
003540     EXIT.
003550
003560 3200-READ-GENERATION.
003570     READ GEN-STORE-FILE NEXT RECORD
003580         AT END
003590             MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
003600             GO TO 3200-EXIT
003610     END-READ.
003620     IF GEN-RUN-ID NOT = JOBHDR-RUN-ID
003630             OR NOT GEN-FILE-POSTOUT
003640         MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
003650     END-IF.
003660 3200-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* The re-proof.  The master as it stood that night is gone, so
003710* the run's own BALCTL row stands in for it: the prior and master
003720* totals it recorded are proved again with the movement summed
003730* from the kept POSTOUT, and that movement is checked against
003740* the debits and credits the row recorded.  Nothing is written -
003750* the row is the record of what the night itself proved.
003760******************************************************************
003770 6000-REBUILD-PROOF.
003780     OPEN INPUT BAL-CONTROL-FILE.
003790     IF NOT WS-BALCTL-OK
003800         DISPLAY "BALPROOF - BALANCE CONTROL FILE NOT "
003810             "AVAILABLE - STATUS " WS-BALCTL-STATUS
003820             " - NOTHING REBUILT"
003830         MOVE 12 TO WS-STEP-RC
003840         GO TO 6000-EXIT
003850     END-IF.
003860     MOVE JOBHDR-RUN-ID TO BALCTL-RUN-ID.
003870     READ BAL-CONTROL-FILE
003880         INVALID KEY
003890             CONTINUE
003900     END-READ.
003910     IF NOT WS-BALCTL-OK
003920         DISPLAY "BALPROOF - NO POSITION RECORDED FOR RUN "
003930             JOBHDR-RUN-ID " - NOTHING REBUILT"
003940         CLOSE BAL-CONTROL-FILE
003950         MOVE 12 TO WS-STEP-RC
003960         GO TO 6000-EXIT
003970     END-IF.
003980     MOVE BALCTL-MASTER-TOTAL TO WS-MASTER-TOTAL.
003990     MOVE BALCTL-PRIOR-TOTAL TO WS-PRIOR-TOTAL.
004000     MOVE BALCTL-POSTED-DEBITS TO WS-RECORDED-DEBITS.
004010     MOVE BALCTL-POSTED-CREDITS TO WS-RECORDED-CREDITS.
004020     MOVE BALCTL-STATUS TO WS-RECORDED-STATUS.
004030     CLOSE BAL-CONTROL-FILE.
004040     PERFORM 3000-SUM-POSTED-DETAIL THRU 3000-EXIT.
004050     IF WS-POSTED-DEBITS = WS-RECORDED-DEBITS
004060             AND WS-POSTED-CREDITS = WS-RECORDED-CREDITS
004070         DISPLAY "BALPROOF - KEPT POSTOUT AGREES WITH THE "
004080             "MOVEMENT RECORDED FOR RUN " JOBHDR-RUN-ID
004090     ELSE
004100         DISPLAY "BALPROOF - KEPT POSTOUT DIFFERS FROM THE "
004110             "MOVEMENT RECORDED FOR RUN " JOBHDR-RUN-ID
004120         MOVE 8 TO WS-STEP-RC
004130     END-IF.
004140     IF WS-RECORDED-BASELINE
004150         DISPLAY "BALPROOF - RUN " JOBHDR-RUN-ID
004160             " WAS RECORDED AS THE BASELINE - NO PRIOR "
004170             "POSITION TO PROVE FROM"
004180         GO TO 6000-EXIT
004190     END-IF.
004200     COMPUTE WS-EXPECTED-TOTAL = WS-PRIOR-TOTAL
004210         - WS-POSTED-DEBITS + WS-POSTED-CREDITS.
004220     IF WS-EXPECTED-TOTAL = WS-MASTER-TOTAL
004230         DISPLAY "BALPROOF - MASTER BALANCE PROOF OK FOR RUN "
004240             JOBHDR-RUN-ID
004250     ELSE
004260         DISPLAY "BALPROOF - MASTER BALANCE MISMATCH FOR RUN "
004270             JOBHDR-RUN-ID
004280         MOVE WS-EXPECTED-TOTAL TO WS-AMOUNT-DISPLAY
004290         DISPLAY "BALPROOF -   EXPECTED TOTAL: "
004300             WS-AMOUNT-DISPLAY
004310         MOVE WS-MASTER-TOTAL TO WS-AMOUNT-DISPLAY
004320         DISPLAY "BALPROOF -   RECORDED TOTAL: "
004330             WS-AMOUNT-DISPLAY
004340         MOVE 8 TO WS-STEP-RC
004350     END-IF.
004360 6000-EXIT.
004370     EXIT.
004380
004390 END PROGRAM BALPROOF.
