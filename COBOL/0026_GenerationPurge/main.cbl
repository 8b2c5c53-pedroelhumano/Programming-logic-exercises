000010******************************************************************
000020* Author:     R. TORRES VALDEZ
000030* Installation: DATA CENTER - BATCH SUITE
000040* Date-Written: 2026-10-15
000050* Date-Compiled:
000060* Purpose:    Retention utility for the run generations the
000070*             nightly driver keeps on the GENSTORE generation
000080*             store.  Counts the generations indexed on GENCTL,
000090*             and rolls off the oldest of them past the retention
000100*             count - oldest first in run-id order, the run-id
000110*             being the processing date in the normal case.  The
000120*             records of each rolled-off generation are moved to
000130*             the GENARCH archive file (the GENSTORE record image,
000140*             so a generation can still be researched from the
000150*             archive) and deleted from the store, and its GENCTL
000160*             index row is deleted last, so a purge that stops
000170*             partway is finished by the next one.  A summary of
000180*             what was rolled off and kept is printed for the
000190*             audit trail.
000200*             The retention count (a zero-padded 3-digit count
000210*             of generations) comes from the GEN_RETAIN_COUNT
000220*             environment variable; the utility refuses to run
000230*             without one rather than guess a retention window.
000240* Tectonics: cobc
000250*-----------------------------------------------------------------
000260* Maintenance History
000270* DATE       BY   DESCRIPTION
000280* 2026-10-15 JCM  Initial version.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GENPURGE.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS GENCTL-RUN-ID
000400         FILE STATUS IS WS-GENCTL-STATUS.
000410     SELECT GEN-STORE-FILE ASSIGN TO "GENSTORE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GEN-KEY
000450         FILE STATUS IS WS-GENSTORE-STATUS.
000460     SELECT ARCHIVE-FILE ASSIGN TO "GENARCH"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-ARCHIVE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  GEN-CONTROL-FILE.
000540     COPY GENCTLREC.
000550 FD  GEN-STORE-FILE.
000560     COPY GENREC.
000570 FD  ARCHIVE-FILE.
000580 01  ARCHIVE-RECORD              PIC X(160).
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-GENCTL-STATUS            PIC X(02).
000620     88  WS-GENCTL-OK                VALUE "00".
000630 01  WS-GENSTORE-STATUS          PIC X(02).
000640     88  WS-GENSTORE-OK              VALUE "00".
000650 01  WS-ARCHIVE-STATUS           PIC X(02).
000660     88  WS-ARCHIVE-OK               VALUE "00".
000670
000680 01  WS-INDEX-EOF-SWITCH         PIC X(01) VALUE "N".
000690     88  WS-INDEX-SCAN-DONE          VALUE "Y".
000700 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE "N".
000710     88  WS-STORE-SCAN-DONE          VALUE "Y".
000720
000730 01  WS-RETAIN-COUNT-IN          PIC X(03).
000740 01  WS-RETAIN-COUNT             PIC 9(03) VALUE ZERO.
000750 01  WS-ROLL-RUN-ID              PIC X(08) VALUE SPACES.
000760
000770 77  WS-ON-FILE-COUNT            PIC 9(07) COMP VALUE ZERO.
000780 77  WS-ROLL-COUNT               PIC 9(07) COMP VALUE ZERO.
000790 77  WS-ROLLED-COUNT             PIC 9(07) COMP VALUE ZERO.
000800 77  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
000810 77  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
000820
000830 01  WS-COUNT-DISPLAY            PIC Z(06)9.
000840
000850 PROCEDURE DIVISION.
000860 0000-MAIN-PROCEDURE.
000870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000880     IF RETURN-CODE = ZERO
000890         PERFORM 2000-COUNT-GENERATIONS THRU 2000-EXIT
000900         IF RETURN-CODE = ZERO AND WS-ROLL-COUNT > ZERO
000910             PERFORM 3000-ROLL-OFF THRU 3000-EXIT
000920         END-IF
000930         PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT
000940     END-IF.
000950     GOBACK.
000960
000970 1000-INITIALIZE.
000980     MOVE SPACES TO WS-RETAIN-COUNT-IN.
000990     ACCEPT WS-RETAIN-COUNT-IN
001000         FROM ENVIRONMENT "GEN_RETAIN_COUNT".
001010     IF WS-RETAIN-COUNT-IN IS NUMERIC
001020         MOVE WS-RETAIN-COUNT-IN TO WS-RETAIN-COUNT
001030     END-IF.
001040     IF WS-RETAIN-COUNT > ZERO
001050         MOVE ZERO TO RETURN-CODE
001060     ELSE
001070         DISPLAY "GENPURGE - GEN_RETAIN_COUNT MUST BE SET TO A "
001080             "ZERO-PADDED 3-DIGIT COUNT OF 001 OR MORE - "
001090             "NOTHING ROLLED OFF"
001100         MOVE 12 TO RETURN-CODE
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140
001150******************************************************************
001160* Count the generations on the GENCTL index.  Everything past the
001170* retention count is to be rolled off; a missing index means no
001180* generation has been kept yet and there is nothing to do.
001190******************************************************************
001200 2000-COUNT-GENERATIONS.
001210     OPEN INPUT GEN-CONTROL-FILE.
001220     IF NOT WS-GENCTL-OK
001230         DISPLAY "GENPURGE - GENERATION INDEX NOT AVAILABLE - "
001240             "STATUS " WS-GENCTL-STATUS
001250         GO TO 2000-EXIT
001260     END-IF.
001270     MOVE LOW-VALUES TO GENCTL-RUN-ID.
001280     START GEN-CONTROL-FILE KEY NOT < GENCTL-RUN-ID
001290         INVALID KEY
001300             MOVE "Y" TO WS-INDEX-EOF-SWITCH
001310     END-START.
001320     PERFORM 2100-COUNT-ONE-GENERATION THRU 2100-EXIT
001330         UNTIL WS-INDEX-SCAN-DONE.
001340     CLOSE GEN-CONTROL-FILE.
001350     IF WS-ON-FILE-COUNT > WS-RETAIN-COUNT
001360         COMPUTE WS-ROLL-COUNT = WS-ON-FILE-COUNT
001370             - WS-RETAIN-COUNT
001380     END-IF.
001390 2000-EXIT.
001400     EXIT.
001410
001420 2100-COUNT-ONE-GENERATION.
001430     READ GEN-CONTROL-FILE NEXT RECORD
001440         AT END
001450             MOVE "Y" TO WS-INDEX-EOF-SWITCH
001460             GO TO 2100-EXIT
001470     END-READ.
001480     ADD 1 TO WS-ON-FILE-COUNT.
001490 2100-EXIT.
001500     EXIT.
001510
001520******************************************************************
001530* Roll off the oldest generations, front to back in run-id order,
001540* until only the retention count is left.  The archive is opened
001550* EXTEND so successive purges keep accumulating; a failed open of
001560* the store or the archive ends the run (RC 16) before anything
001570* is deleted.
001580******************************************************************
001590 3000-ROLL-OFF.
001600     OPEN I-O GEN-STORE-FILE.
001610     IF NOT WS-GENSTORE-OK
001620         DISPLAY "GENPURGE - GENERATION STORE OPEN FAILED - "
001630             "STATUS " WS-GENSTORE-STATUS " - NOTHING ROLLED OFF"
001640         MOVE 16 TO RETURN-CODE
001650         GO TO 3000-EXIT
001660     END-IF.
001670     OPEN EXTEND ARCHIVE-FILE.
001680     IF NOT WS-ARCHIVE-OK
001690         OPEN OUTPUT ARCHIVE-FILE
001700     END-IF.
001710     IF NOT WS-ARCHIVE-OK
001720         DISPLAY "GENPURGE - ARCHIVE OPEN FAILED - STATUS "
001730             WS-ARCHIVE-STATUS " - NOTHING ROLLED OFF"
001740         CLOSE GEN-STORE-FILE
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 3000-EXIT
001770     END-IF.
001780     OPEN I-O GEN-CONTROL-FILE.
001790     IF NOT WS-GENCTL-OK
001800         DISPLAY "GENPURGE - GENERATION INDEX OPEN FAILED - "
001810             "STATUS " WS-GENCTL-STATUS " - NOTHING ROLLED OFF"
001820         CLOSE GEN-STORE-FILE
001830         CLOSE ARCHIVE-FILE
001840         MOVE 16 TO RETURN-CODE
001850         GO TO 3000-EXIT
001860     END-IF.
001870     MOVE "N" TO WS-INDEX-EOF-SWITCH.
001880     MOVE LOW-VALUES TO GENCTL-RUN-ID.
001890     START GEN-CONTROL-FILE KEY NOT < GENCTL-RUN-ID
001900         INVALID KEY
001910             MOVE "Y" TO WS-INDEX-EOF-SWITCH
001920     END-START.
001930     PERFORM 3100-ROLL-ONE-GENERATION THRU 3100-EXIT
001940         UNTIL WS-INDEX-SCAN-DONE
001950             OR WS-ROLLED-COUNT NOT < WS-ROLL-COUNT.
001960     CLOSE GEN-CONTROL-FILE.
001970     CLOSE ARCHIVE-FILE.
001980     CLOSE GEN-STORE-FILE.
001990 3000-EXIT.
002000     EXIT.
002010
002020 3100-ROLL-ONE-GENERATION.
002030     READ GEN-CONTROL-FILE NEXT RECORD
002040         AT END
002050             MOVE "Y" TO WS-INDEX-EOF-SWITCH
002060             GO TO 3100-EXIT
002070     END-READ.
002080     MOVE GENCTL-RUN-ID TO WS-ROLL-RUN-ID.
002090     MOVE "N" TO WS-STORE-EOF-SWITCH.
002100     MOVE WS-ROLL-RUN-ID TO GEN-RUN-ID.
002110     MOVE LOW-VALUES TO GEN-FILE-ID.
002120     MOVE ZERO TO GEN-RECORD-SEQ.
002130     START GEN-STORE-FILE KEY NOT < GEN-KEY
002140         INVALID KEY
002150             MOVE "Y" TO WS-STORE-EOF-SWITCH
002160     END-START.
002170     PERFORM 3200-ARCHIVE-ONE-RECORD THRU 3200-EXIT
002180         UNTIL WS-STORE-SCAN-DONE.
002190     DELETE GEN-CONTROL-FILE
002200         INVALID KEY
002210             DISPLAY "GENPURGE - INDEX ROW FOR RUN "
002220                 WS-ROLL-RUN-ID " NOT DELETED - STATUS "
002230                 WS-GENCTL-STATUS
002240     END-DELETE.
002250     ADD 1 TO WS-ROLLED-COUNT.
002260     DISPLAY "GENPURGE - GENERATION OF RUN " WS-ROLL-RUN-ID
002270         " ROLLED OFF".
002280 3100-EXIT.
002290     EXIT.
002300
002310 3200-ARCHIVE-ONE-RECORD.
002320     READ GEN-STORE-FILE NEXT RECORD
002330         AT END
002340             MOVE "Y" TO WS-STORE-EOF-SWITCH
002350             GO TO 3200-EXIT
002360     END-READ.
002370     IF GEN-RUN-ID NOT = WS-ROLL-RUN-ID
002380         MOVE "Y" TO WS-STORE-EOF-SWITCH
002390         GO TO 3200-EXIT
002400     END-IF.
002410     WRITE ARCHIVE-RECORD FROM GEN-RECORD.
002420     DELETE GEN-STORE-FILE
002430         INVALID KEY
002440             CONTINUE
002450     END-DELETE.
002460     ADD 1 TO WS-ARCHIVED-COUNT.
002470 3200-EXIT.
002480     EXIT.
002490
002500 9000-PRINT-SUMMARY.
002510     DISPLAY "GENPURGE - GENERATION RETENTION RUN SUMMARY".
002520     DISPLAY "GENPURGE - RETENTION COUNT: " WS-RETAIN-COUNT.
002530     MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISPLAY.
002540     DISPLAY "GENPURGE - GENERATIONS ON FILE:          "
002550         WS-COUNT-DISPLAY.
002560     MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY.
002570     DISPLAY "GENPURGE - GENERATIONS ROLLED OFF:       "
002580         WS-COUNT-DISPLAY.
002590     COMPUTE WS-KEPT-COUNT = WS-ON-FILE-COUNT - WS-ROLLED-COUNT.
002600     MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY.
002610     DISPLAY "GENPURGE - GENERATIONS KEPT:             "
002620         WS-COUNT-DISPLAY.
002630     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-DISPLAY.
002640     DISPLAY "GENPURGE - RECORDS ARCHIVED TO GENARCH:  "
002650         WS-COUNT-DISPLAY.
002660 9000-EXIT.
002670     EXIT.
002680
002690 END PROGRAM GENPURGE.
