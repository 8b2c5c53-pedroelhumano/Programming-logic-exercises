000170*             the run; a mismatch fails the step and writes no
000180*             feed, so the ledger is never handed an out-of-
000190*             balance batch to key from.
000191*             With REBUILD_RUN_ID set, the extract is rebuilt
000192*             for that past run from the POSTOUT generation the
000193*             driver kept on GENSTORE, proved to the run's own
000194*             RUNTOTS record, written to GLREBLD instead of the
000195*             live feed, and compared with the GLINTF batch
000196*             kept for the run.
000200* Tectonics: cobc
000210*-----------------------------------------------------------------
000220* Maintenance History
000230* DATE       BY   DESCRIPTION
000240* 2026-09-02 JCM  Initial version.
000241* 2026-10-15 JCM  Added the REBUILD_RUN_ID rebuild of a past run's
000242*                 batch from its kept generation.  The rebuilt
000243*                 batch goes to GLREBLD, never to the live GLINTF
000244*                 feed, and its trailer is checked against the
000245*                 batch kept for the run (RC 8 if they differ).
000246*                 A run-id with no kept generation is refused
000247*                 (RC 12).  The POSTOUT and interface records are
000248*                 now built in working storage.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. GLEXTR.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         ACCESS MODE IS SEQUENTIAL
000350         FILE STATUS IS WS-POSTOUT-STATUS.
000352     SELECT GL-REBUILD-FILE ASSIGN TO "GLREBLD"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         ACCESS MODE IS SEQUENTIAL
000358         FILE STATUS IS WS-GLREBLD-STATUS.
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
000410     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-GLINTF-STATUS.
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
000520 FD  GL-INTERFACE-FILE.
000522 01  GL-INTERFACE-LINE           PIC X(60).
000524 FD  GL-REBUILD-FILE.
000526 01  GL-REBUILD-LINE             PIC X(60).
000528 FD  GEN-STORE-FILE.
000530     COPY GENREC.
000532 FD  GEN-CONTROL-FILE.
000534     COPY GENCTLREC.
000540
000550 WORKING-STORAGE SECTION.
000560 COPY JOBHDR.
000562 COPY PSTDREC.
000564 COPY GLINTREC.
000570
000580 01  WS-POSTOUT-STATUS           PIC X(02).
000590     88  WS-POSTOUT-OK               VALUE "00".
000610     88  WS-RUNTOT-OK                VALUE "00".
000620 01  WS-GLINTF-STATUS            PIC X(02).
000630     88  WS-GLINTF-OK                VALUE "00".
000631 01  WS-GLREBLD-STATUS           PIC X(02).
000632     88  WS-GLREBLD-OK               VALUE "00".
000633 01  WS-GENSTORE-STATUS          PIC X(02).
000634     88  WS-GENSTORE-OK              VALUE "00".
000635 01  WS-GENCTL-STATUS            PIC X(02).
000636     88  WS-GENCTL-OK                VALUE "00".
000640
000650 01  WS-POSTOUT-EOF-SWITCH       PIC X(01) VALUE "N".
000660     88  WS-POSTOUT-EOF              VALUE "Y".
000680     88  WS-RUNTOT-FOUND             VALUE "Y".
000690 01  WS-EMPTY-RUN-SWITCH         PIC X(01) VALUE "N".
000700     88  WS-EMPTY-RUN                VALUE "Y".
000701 01  WS-REBUILD-SWITCH           PIC X(01) VALUE "N".
000702     88  WS-REBUILD                  VALUE "Y".
000703 01  WS-GEN-EOF-SWITCH           PIC X(01) VALUE "N".
000704     88  WS-GEN-EOF                  VALUE "Y".
000705 01  WS-KEPT-TRAILER-SWITCH      PIC X(01) VALUE "N".
000706     88  WS-KEPT-TRAILER-FOUND       VALUE "Y".
000707 01  WS-REBUILD-RUN-ID           PIC X(08) VALUE SPACES.
000708 01  WS-GEN-FILE-WANTED          PIC X(08) VALUE SPACES.
000710
000720 01  WS-SUM-IDX                  PIC 9(02) COMP VALUE ZERO.
000730 01  WS-SUM-COUNT                PIC 9(02) COMP VALUE ZERO.
000970     IF WS-STEP-RC = ZERO AND NOT WS-EMPTY-RUN
000980         PERFORM 4000-WRITE-INTERFACE THRU 4000-EXIT
000990     END-IF.
000992     IF WS-STEP-RC = ZERO AND WS-REBUILD
000994         PERFORM 4500-COMPARE-KEPT-BATCH THRU 4500-EXIT
000996     END-IF.
001000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001010     GOBACK.
001020
001050     IF JOBHDR-RUN-ID = SPACES
001060         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
001070     END-IF.
001071     MOVE SPACES TO WS-REBUILD-RUN-ID.
001072     ACCEPT WS-REBUILD-RUN-ID FROM ENVIRONMENT "REBUILD_RUN_ID".
001073     IF WS-REBUILD-RUN-ID NOT = SPACES
001074         PERFORM 1100-OPEN-GENERATION THRU 1100-EXIT
001075         GO TO 1000-EXIT
001076     END-IF.
001080     OPEN INPUT POSTOUT-FILE.
001090     IF NOT WS-POSTOUT-OK
001100         DISPLAY "GLEXTR - NO POSTOUT DETAIL THIS RUN - "
001150     EXIT.
001160
001170 2000-SUMMARIZE-POSTOUT.
001175     IF WS-REBUILD
001180         PERFORM 2960-READ-GENERATION THRU 2960-EXIT
001185         IF WS-GEN-EOF
001200             MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
001210             GO TO 2000-EXIT
001212         END-IF
001214         MOVE GEN-DATA TO PSTD-RECORD
001216     ELSE
001218         READ POSTOUT-FILE INTO PSTD-RECORD
001220             AT END
001222                 MOVE "Y" TO WS-POSTOUT-EOF-SWITCH
001224                 GO TO 2000-EXIT
001226         END-READ
001228     END-IF.
001230     ADD 1 TO WS-DETAIL-COUNT.
001240     PERFORM 2100-FIND-SUMMARY-ENTRY THRU 2100-EXIT
001250         VARYING WS-SUM-IDX FROM 1 BY 1
002100* The proved batch - header, one summary record per transaction
002110* code, and the hash-total trailer.  Appended, so the ledger
002120* picks up however many nights are waiting, each batch framed
002125* by its own header and trailer.  A rebuilt batch is written to
002130* GLREBLD on its own - the ledger has already had the original.
002140******************************************************************
002150 4000-WRITE-INTERFACE.
002155     IF WS-REBUILD
002160         OPEN OUTPUT GL-REBUILD-FILE
002165         IF NOT WS-GLREBLD-OK
002170             DISPLAY "GLEXTR - REBUILD FILE OPEN FAILED - "
002175                 "STATUS " WS-GLREBLD-STATUS " - STEP FAILED"
002180             MOVE 8 TO WS-STEP-RC
002185             GO TO 4000-EXIT
002190         END-IF
002195     ELSE
002200         OPEN EXTEND GL-INTERFACE-FILE
002205         IF NOT WS-GLINTF-OK
002210             OPEN OUTPUT GL-INTERFACE-FILE
002215         END-IF
002220         IF NOT WS-GLINTF-OK
002225             DISPLAY "GLEXTR - INTERFACE FILE OPEN FAILED - "
002230                 "STATUS " WS-GLINTF-STATUS " - STEP FAILED"
002235             MOVE 8 TO WS-STEP-RC
002240             GO TO 4000-EXIT
002245         END-IF
002250     END-IF.
002260     MOVE SPACES TO GL-INTERFACE-RECORD.
002270     SET GL-HEADER TO TRUE.
002280     MOVE JOBHDR-RUN-ID TO GL-RUN-ID.
002290     ACCEPT GL-HDR-DATE FROM DATE YYYYMMDD.
002300     ACCEPT GL-HDR-TIME FROM TIME.
002310     PERFORM 4900-PUT-INTERFACE-RECORD THRU 4900-EXIT.
002320     MOVE ZERO TO WS-HASH-AMOUNT.
002330     PERFORM 4100-WRITE-ONE-SUMMARY THRU 4100-EXIT
002340         VARYING WS-SUM-IDX FROM 1 BY 1
002390     MOVE WS-SUM-COUNT TO GL-TRL-RECORD-COUNT.
002400     MOVE WS-DETAIL-COUNT TO GL-TRL-HASH-COUNT.
002410     MOVE WS-HASH-AMOUNT TO GL-TRL-HASH-AMOUNT.
002420     PERFORM 4900-PUT-INTERFACE-RECORD THRU 4900-EXIT.
002422     IF WS-REBUILD
002424         CLOSE GL-REBUILD-FILE
002426         IF NOT WS-GLREBLD-OK
002428             DISPLAY "GLEXTR - REBUILD FILE CLOSE FAILED - "
002430                 "STATUS " WS-GLREBLD-STATUS " - STEP FAILED"
002432             MOVE 8 TO WS-STEP-RC
002434             GO TO 4000-EXIT
002436         END-IF
002438         DISPLAY "GLEXTR - REBUILT BATCH WRITTEN TO GLREBLD "
002440             "FOR RUN " JOBHDR-RUN-ID
002442     ELSE
002444         CLOSE GL-INTERFACE-FILE
002446         DISPLAY "GLEXTR - BATCH WRITTEN FOR RUN " JOBHDR-RUN-ID
002448     END-IF.
002450 4000-EXIT.
002460     EXIT.
002470
002550         TO GL-DET-RECORD-COUNT.
002560     MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO GL-DET-AMOUNT.
002570     ADD WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-HASH-AMOUNT.
002580     PERFORM 4900-PUT-INTERFACE-RECORD THRU 4900-EXIT.
002590 4100-EXIT.
002600     EXIT.
002610
002620 9000-TERMINATE.
002622     IF WS-REBUILD
002624         CLOSE GEN-STORE-FILE
002626     ELSE
002628         IF NOT WS-EMPTY-RUN AND WS-REBUILD-RUN-ID = SPACES
002630             CLOSE POSTOUT-FILE
002632         END-IF
002650     END-IF.
002660     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
002670     DISPLAY "GLEXTR - DETAIL ROWS READ:    " WS-COUNT-DISPLAY.
002710 9000-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* Rebuild of a past run's batch.  The run-id must have a kept
002760* generation on the GENCTL index; its POSTOUT records are then
002770* read back from the GENSTORE generation store in place of the
002780* live POSTOUT, which by now belongs to a later night.
002790******************************************************************
002800 1100-OPEN-GENERATION.
002810     MOVE WS-REBUILD-RUN-ID TO JOBHDR-RUN-ID.
002820     OPEN INPUT GEN-CONTROL-FILE.
002830     IF NOT WS-GENCTL-OK
002840         DISPLAY "GLEXTR - GENERATION INDEX NOT AVAILABLE - "
002850             "STATUS " WS-GENCTL-STATUS " - NOTHING REBUILT"
002860         MOVE 12 TO WS-STEP-RC
002870         GO TO 1100-EXIT
002880     END-IF.
002890     MOVE JOBHDR-RUN-ID TO GENCTL-RUN-ID.
002900     READ GEN-CONTROL-FILE
002910         INVALID KEY
002920             CONTINUE
002930     END-READ.
002940     IF NOT WS-GENCTL-OK
002950         DISPLAY "GLEXTR - NO GENERATION KEPT FOR RUN "
002960             JOBHDR-RUN-ID " - NOTHING REBUILT"
002970         CLOSE GEN-CONTROL-FILE
002980         MOVE 12 TO WS-STEP-RC
002990         GO TO 1100-EXIT
003000     END-IF.
003010     CLOSE GEN-CONTROL-FILE.
003020     OPEN INPUT GEN-STORE-FILE.
003030     IF NOT WS-GENSTORE-OK
003040         DISPLAY "GLEXTR - GENERATION STORE NOT AVAILABLE - "
003050             "STATUS " WS-GENSTORE-STATUS " - NOTHING REBUILT"
003060         MOVE 12 TO WS-STEP-RC
003070         GO TO 1100-EXIT
003080     END-IF.
003090     SET WS-REBUILD TO TRUE.
003100     DISPLAY "GLEXTR - REBUILDING EXTRACT FOR RUN "
003110         JOBHDR-RUN-ID " FROM ITS KEPT GENERATION".
003120     MOVE "POSTOUT " TO WS-GEN-FILE-WANTED.
003130     PERFORM 2950-START-GENERATION THRU 2950-EXIT.
003140 1100-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* Position on the first kept record of the wanted file for the
003190* run; 2960 then returns them in their original order until the
003200* file's records run out.
003210******************************************************************
003220 2950-START-GENERATION.
003230     MOVE "N" TO WS-GEN-EOF-SWITCH.
003240     MOVE JOBHDR-RUN-ID TO GEN-RUN-ID.
003250     MOVE WS-GEN-FILE-WANTED TO GEN-FILE-ID.
003260     MOVE ZERO TO GEN-RECORD-SEQ.
003270     START GEN-STORE-FILE KEY NOT < GEN-KEY
003280         INVALID KEY
003290             SET WS-GEN-EOF TO TRUE
003300     END-START.
003310 2950-EXIT.
003320     EXIT.
003330
003340 2960-READ-GENERATION.
003350     IF WS-GEN-EOF
003360         GO TO 2960-EXIT
003370     END-IF.
003380     READ GEN-STORE-FILE NEXT RECORD
003390         AT END
003400             SET WS-GEN-EOF TO TRUE
003410             GO TO 2960-EXIT
003420     END-READ.
003430     IF GEN-RUN-ID NOT = JOBHDR-RUN-ID
003440             OR GEN-FILE-ID NOT = WS-GEN-FILE-WANTED
003450         SET WS-GEN-EOF TO TRUE
003460     END-IF.
003470 2960-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* Check the rebuilt batch against the GLINTF batch the driver
003520* kept for the run.  Matching summary count, item hash, and
003530* amount hash mean the rebuild reproduces what the ledger was
003540* handed; a difference fails the step so it is looked into.
003550* A run whose extract never wrote a batch has nothing to check.
003560******************************************************************
003570 4500-COMPARE-KEPT-BATCH.
003580     MOVE "GLINTF  " TO WS-GEN-FILE-WANTED.
003590     PERFORM 2950-START-GENERATION THRU 2950-EXIT.
003600     PERFORM 4600-FIND-KEPT-TRAILER THRU 4600-EXIT
003610         UNTIL WS-GEN-EOF.
003620     IF NOT WS-KEPT-TRAILER-FOUND
003630         DISPLAY "GLEXTR - NO GL BATCH KEPT FOR RUN "
003640             JOBHDR-RUN-ID " - NOTHING TO COMPARE"
003650         GO TO 4500-EXIT
003660     END-IF.
003670     IF GL-TRL-RECORD-COUNT = WS-SUM-COUNT
003680             AND GL-TRL-HASH-COUNT = WS-DETAIL-COUNT
003690             AND GL-TRL-HASH-AMOUNT = WS-HASH-AMOUNT
003700         DISPLAY "GLEXTR - REBUILT BATCH AGREES WITH THE BATCH "
003710             "KEPT FOR RUN " JOBHDR-RUN-ID
003720     ELSE
003730         DISPLAY "GLEXTR - REBUILT BATCH DIFFERS FROM THE BATCH "
003740             "KEPT FOR RUN " JOBHDR-RUN-ID
003750         MOVE GL-TRL-HASH-COUNT TO WS-COUNT-DISPLAY
003760         DISPLAY "GLEXTR -   KEPT ITEM HASH:    " WS-COUNT-DISPLAY
003770         MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
003780         DISPLAY "GLEXTR -   REBUILT ITEM HASH: " WS-COUNT-DISPLAY
003790         MOVE 8 TO WS-STEP-RC
003800     END-IF.
003810 4500-EXIT.
003820     EXIT.
003830
003840 4600-FIND-KEPT-TRAILER.
003850     PERFORM 2960-READ-GENERATION THRU 2960-EXIT.
003860     IF WS-GEN-EOF
003870         GO TO 4600-EXIT
003880     END-IF.
003890     MOVE GEN-DATA TO GL-INTERFACE-RECORD.
003900     IF GL-TRAILER
003910         SET WS-KEPT-TRAILER-FOUND TO TRUE
003920         SET WS-GEN-EOF TO TRUE
003930     END-IF.
003940 4600-EXIT.
003950     EXIT.
003960
003970 4900-PUT-INTERFACE-RECORD.
003980     IF WS-REBUILD
003990         WRITE GL-REBUILD-LINE FROM GL-INTERFACE-RECORD
004000         IF NOT WS-GLREBLD-OK
004010             DISPLAY "GLEXTR - REBUILD FILE WRITE FAILED - "
004020                 "STATUS " WS-GLREBLD-STATUS " - STEP FAILED"
004030             MOVE 8 TO WS-STEP-RC
004040         END-IF
004050     ELSE
004060         WRITE GL-INTERFACE-LINE FROM GL-INTERFACE-RECORD
004070     END-IF.
004080 4900-EXIT.
004090     EXIT.
004100
004110 END PROGRAM GLEXTR.
