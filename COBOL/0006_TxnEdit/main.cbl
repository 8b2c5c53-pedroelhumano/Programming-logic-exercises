000365*                 edit leaves the queue intact, since the re-run
000366*                 rebuilds TRANSOK from scratch and needs the
000367*                 adjustments again.
000368* 2026-10-15 JCM  Added the TRANSCHG side input (month-end
000369*                 charges, emptied after a clean edit).  Codes
000370*                 SC, OD and IN are accepted only from TRANSCHG
000371*                 and recycles.
000372* 2026-10-15 JCM  TRANSIN batches (BTCHREC header and trailer)
000373*                 are proved before the edit; a batch that fails
000374*                 goes to BATCHRJ whole.  BATCHLST listing; batch
000375*                 counts and an items-only read count on RUNTOTS.
000376* 2026-10-15 JCM  Future-dated items held on the WHSEMST warehouse
000377*                 until their PROCCAL processing day (WHSELST).
000378*                 Items older than STALE_LIMIT_DAYS reject as 05.
000379* 2026-10-15 JCM  Duplicate check against tonight's items, the
000380*                 warehouse and TXNHIST (DUP_LOOKBACK_DAYS);
000381*                 reason 06, left out of the reject tolerance.  A
000382*                 recycle with RJCT-DUP-RELEASE-SW "Y" skips it.
000383* 2026-10-15 JCM  Added the TRANSSO standing-order input, edited
000384*                 ahead of TRANSIN without the duplicate check.
000385******************************************************************
000386 IDENTIFICATION DIVISION.
000387 PROGRAM-ID. TXNEDIT.
000390 ENVIRONMENT DIVISION.
000391 INPUT-OUTPUT SECTION.
000392 FILE-CONTROL.
000393     SELECT TRANSCHG-FILE ASSIGN TO "TRANSCHG"
000394         ORGANIZATION IS LINE SEQUENTIAL
000395         ACCESS MODE IS SEQUENTIAL
000396         FILE STATUS IS WS-TRANSCHG-STATUS.
000397     SELECT TRANSSO-FILE ASSIGN TO "TRANSSO"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-TRANSSO-STATUS.
000401     SELECT BATCHRJ-FILE ASSIGN TO "BATCHRJ"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         ACCESS MODE IS SEQUENTIAL
000404         FILE STATUS IS WS-BATCHRJ-STATUS.
000405     SELECT PROC-CALENDAR-FILE ASSIGN TO "PROCCAL"
000406         ORGANIZATION IS INDEXED
000407         ACCESS MODE IS DYNAMIC
000408         RECORD KEY IS CAL-DATE
000409         FILE STATUS IS WS-PROCCAL-STATUS.
000410     SELECT DUP-WORK-FILE ASSIGN TO "DUPWORK"
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS RANDOM
000413         RECORD KEY IS DUP-KEY
000414         FILE STATUS IS WS-DUPWORK-STATUS.
000415     SELECT TXN-HISTORY-FILE ASSIGN TO "TXNHIST"
000416         ORGANIZATION IS INDEXED
000417         ACCESS MODE IS DYNAMIC
000418         RECORD KEY IS TXH-KEY
000419         FILE STATUS IS WS-TXHIST-STATUS.
000420     SELECT TRANSIN-FILE ASSIGN TO "TRANSIN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WS-TRANSIN-STATUS.
000451     SELECT BATCH-LIST-FILE ASSIGN TO "BATCHLST"
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         ACCESS MODE IS SEQUENTIAL
000454         FILE STATUS IS WS-BATCHLST-STATUS.
000455     SELECT WHSE-MASTER-FILE ASSIGN TO "WHSEMST"
000456         ORGANIZATION IS LINE SEQUENTIAL
000457         ACCESS MODE IS SEQUENTIAL
000458         FILE STATUS IS WS-WHSEMST-STATUS.
000460     SELECT TRANSOK-FILE ASSIGN TO "TRANSOK"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-TRANSOK-STATUS.
000491     SELECT WHSE-WORK-FILE ASSIGN TO "WHSEWORK"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         ACCESS MODE IS SEQUENTIAL
000494         FILE STATUS IS WS-WHSEWORK-STATUS.
000495     SELECT WHSE-LIST-FILE ASSIGN TO "WHSELST"
000496         ORGANIZATION IS LINE SEQUENTIAL
000497         ACCESS MODE IS SEQUENTIAL
000498         FILE STATUS IS WS-WHSELST-STATUS.
000500     SELECT TRANSRJ-FILE ASSIGN TO "TRANSRJ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000611 FD  DUP-WORK-FILE.
000612 01  DUP-WORK-RECORD.
000613     05  DUP-KEY.
000614         10  DUP-ACCOUNT-NUMBER      PIC X(08).
000615         10  DUP-TRANS-CODE          PIC X(02).
000616         10  DUP-AMOUNT              PIC 9(09)V99.
000617         10  DUP-EFFECTIVE-DATE      PIC 9(08).
000618     05  DUP-SOURCE                  PIC X(01).
000620 FD  TRANSIN-FILE.
000630     COPY TRANSREC.
000631     COPY BTCHREC.
000632 FD  TRANSCHG-FILE.
000633 01  TRANSCHG-RECORD             PIC X(80).
000634 FD  TRANSSO-FILE.
000635 01  TRANSSO-RECORD              PIC X(80).
000636 FD  BATCHRJ-FILE.
000637 01  BATCHRJ-RECORD              PIC X(86).
000638 FD  BATCH-LIST-FILE.
000639 01  BATCH-LIST-LINE             PIC X(80).
000640 FD  TRANSOK-FILE.
000650 01  TRANSOK-RECORD              PIC X(80).
000651 FD  WHSE-MASTER-FILE.
000652     COPY WHSEREC.
000653 FD  WHSE-WORK-FILE.
000654 01  WHSE-WORK-RECORD            PIC X(100).
000655 FD  WHSE-LIST-FILE.
000656 01  WHSE-LIST-LINE              PIC X(80).
000657 FD  PROC-CALENDAR-FILE.
000658     COPY PROCCALREC.
000660 FD  TRANSRJ-FILE.
000670     COPY RJCTREC.
000672 FD  TRANSRC-FILE.
000690     COPY RUNTOTREC.
000692 FD  TRANSADJ-FILE.
000694 01  TRANSADJ-RECORD             PIC X(80).
000696 FD  TXN-HISTORY-FILE.
000698     COPY TXHISTREC.
000700
000710 WORKING-STORAGE SECTION.
000720 COPY JOBHDR.
000721 01  WS-TRANSCHG-STATUS          PIC X(02).
000722     88  WS-TRANSCHG-OK              VALUE "00".
000723 01  WS-TRANSSO-STATUS           PIC X(02).
000724     88  WS-TRANSSO-OK               VALUE "00".
000725 01  WS-BATCHRJ-STATUS           PIC X(02).
000726     88  WS-BATCHRJ-OK               VALUE "00".
000727 01  WS-BATCHLST-STATUS          PIC X(02).
000728     88  WS-BATCHLST-OK              VALUE "00".
000730 01  WS-TRANSIN-STATUS           PIC X(02).
000740     88  WS-TRANSIN-OK               VALUE "00".
000741 01  WS-WHSEMST-STATUS           PIC X(02).
000742     88  WS-WHSEMST-OK               VALUE "00".
000743 01  WS-WHSEWORK-STATUS          PIC X(02).
000744     88  WS-WHSEWORK-OK              VALUE "00".
000745 01  WS-WHSELST-STATUS           PIC X(02).
000746     88  WS-WHSELST-OK               VALUE "00".
000747 01  WS-PROCCAL-STATUS           PIC X(02).
000748     88  WS-PROCCAL-OK               VALUE "00".
000750 01  WS-TRANSOK-STATUS           PIC X(02).
000760     88  WS-TRANSOK-OK               VALUE "00".
000761 01  WS-DUPWORK-STATUS           PIC X(02).
000762     88  WS-DUPWORK-OK               VALUE "00".
000763     88  WS-DUPWORK-DUPLICATE        VALUE "22".
000764 01  WS-TXHIST-STATUS            PIC X(02).
000765     88  WS-TXHIST-OK                VALUE "00".
000766 01  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
000767     88  WS-HIST-OPEN                VALUE "Y".
000768 01  WS-CALENDAR-OPEN-SW         PIC X(01) VALUE "N".
000769     88  WS-CALENDAR-OPEN            VALUE "Y".
000770 01  WS-TRANSRJ-STATUS           PIC X(02).
000780     88  WS-TRANSRJ-OK               VALUE "00".
000782 01  WS-TRANSRC-STATUS           PIC X(02).
000810     88  WS-RUNTOT-NOT-FOUND         VALUE "23" "35".
000812 01  WS-TRANSADJ-STATUS          PIC X(02).
000814     88  WS-TRANSADJ-OK              VALUE "00".
000815 01  WS-SCAN-SWITCH              PIC X(01) VALUE "N".
000816     88  WS-SCAN-DONE                VALUE "Y".
000817 01  WS-DUP-FOUND-SWITCH         PIC X(01) VALUE "N".
000818     88  WS-DUP-FOUND                VALUE "Y".
000820
000821 01  WS-WHSE-EOF-SWITCH          PIC X(01) VALUE "N".
000822     88  WS-WHSE-EOF                 VALUE "Y".
000823 01  WS-WHSE-ITEM-SWITCH         PIC X(01) VALUE "N".
000824     88  WS-WHSE-ITEM-READ           VALUE "Y".
000825 01  WS-EDIT-SOURCE              PIC X(01) VALUE "I".
000826     88  WS-SOURCE-SYSTEM            VALUE "C" "R".
000827     88  WS-SOURCE-DUP-CHECKED       VALUE "I" "R".
000828     88  WS-SOURCE-RECYCLE           VALUE "R".
000830 01  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE "N".
000840     88  WS-TRANS-EOF                VALUE "Y".
000842 01  WS-RECYCLE-EOF-SWITCH       PIC X(01) VALUE "N".
000844     88  WS-RECYCLE-EOF              VALUE "Y".
000846 01  WS-RECYCLE-RECORD.
000848     05  WS-RCY-REASON-CODE          PIC X(02).
000849     05  WS-RCY-DUP-RELEASE-SW       PIC X(01).
000850         88  WS-RCY-DUP-RELEASED         VALUE "Y".
000851     05  FILLER                      PIC X(01).
000852     05  WS-RCY-TRANS-DATA           PIC X(80).
000854     05  WS-RCY-CYCLE-COUNT          PIC 9(02).
000856     05  WS-RCY-CYCLE-X              REDEFINES WS-RCY-CYCLE-COUNT
000860     88  WS-FILES-OPEN               VALUE "Y".
000862 01  WS-ADJ-EOF-SWITCH           PIC X(01) VALUE "N".
000864     88  WS-ADJ-EOF                  VALUE "Y".
000865 01  WS-CHARGE-EOF-SWITCH        PIC X(01) VALUE "N".
000866     88  WS-CHARGE-EOF               VALUE "Y".
000867 01  WS-SO-EOF-SWITCH            PIC X(01) VALUE "N".
000868     88  WS-SO-EOF                   VALUE "Y".
000870 01  WS-REASON-CODE              PIC X(02).
000880     88  WS-RECORD-GOOD              VALUE "00".
000881 01  WS-PASS-SWITCH              PIC X(01) VALUE "P".
000882     88  WS-PROVE-PASS               VALUE "P".
000883     88  WS-EDIT-PASS                VALUE "E".
000884 01  WS-GROUP-STATE              PIC X(01) VALUE "N".
000885     88  WS-NO-GROUP                 VALUE "N".
000886     88  WS-IN-BATCH                 VALUE "B".
000887     88  WS-IN-LOOSE                 VALUE "L".
000888 01  WS-GROUP-REASON             PIC X(02) VALUE "00".
000889     88  WS-GROUP-GOOD               VALUE "00".
000890
000891 01  WS-CLOSE-REASON             PIC X(02) VALUE "00".
000892 77  WS-BATCH-MAX                PIC 9(04) COMP VALUE 200.
000893 01  WS-BATCH-TABLE.
000894     05  WS-BATCH-ENTRY OCCURS 200 TIMES.
000895         10  WS-BAT-SOURCE           PIC X(08).
000896         10  WS-BAT-REASON           PIC X(02).
000897         10  WS-BAT-ITEMS            PIC 9(07) COMP.
000898         10  WS-BAT-DEBITS           PIC 9(11)V99.
000899         10  WS-BAT-CREDITS          PIC 9(11)V99.
000900 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000901 77  WS-GROUP-COUNT              PIC 9(04) COMP VALUE ZERO.
000902 77  WS-GROUP-IDX                PIC 9(04) COMP VALUE ZERO.
000903 77  WS-WAREHOUSED-COUNT         PIC 9(07) COMP VALUE ZERO.
000904 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
000905 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
000906 77  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
000907 77  WS-LIST-LINE-COUNT          PIC 9(03) COMP VALUE 99.
000908 77  WS-LIST-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
000909 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
000910 77  WS-ACCEPT-COUNT             PIC 9(07) COMP VALUE ZERO.
000911 77  WS-WHSE-LINE-COUNT          PIC 9(03) COMP VALUE 99.
000912 77  WS-WHSE-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
000913 77  WS-RUN-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
000914 77  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
000915 77  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
000916 77  WS-CONV-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
000917 77  WS-CONV-CALC-YEAR           PIC 9(04) COMP VALUE ZERO.
000918 77  WS-CONV-CALC-MONTH          PIC 9(02) COMP VALUE ZERO.
000919 77  WS-CONV-LEAP-DAYS           PIC 9(04) COMP VALUE ZERO.
000920 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
000921 77  WS-CHARGE-COUNT             PIC 9(07) COMP VALUE ZERO.
000922 77  WS-RECYCLED-COUNT           PIC 9(07) COMP VALUE ZERO.
000923 77  WS-SO-COUNT                 PIC 9(07) COMP VALUE ZERO.
000924 77  WS-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
000925 77  WS-BATCH-ACCEPT-COUNT       PIC 9(07) COMP VALUE ZERO.
000926 77  WS-TOTAL-REJECTS            PIC 9(07) COMP VALUE ZERO.
000927 77  WS-BATCH-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
000928 77  WS-ADJ-COUNT                PIC 9(07) COMP VALUE ZERO.
000929 77  WS-BATCH-RJ-ITEMS           PIC 9(07) COMP VALUE ZERO.
000930
000931 01  WS-BATCH-TRAILER-TABLE.
000932     05  WS-BATCH-TRAILER OCCURS 200 TIMES.
000933         10  WS-BAT-TRL-ITEMS        PIC 9(07).
000934         10  WS-BAT-TRL-DEBITS       PIC 9(11)V99.
000935         10  WS-BAT-TRL-CREDITS      PIC 9(11)V99.
000936 77  WS-CONV-WORK                PIC 9(05) COMP VALUE ZERO.
000937 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000940 01  WS-REJECT-LIMIT-IN          PIC X(05).
000941 01  WS-STALE-LIMIT-IN           PIC X(03).
000942 01  WS-STALE-LIMIT              PIC 9(03) VALUE 90.
000943 01  WS-DUP-LOOKBACK-IN          PIC X(03).
000944 01  WS-DUP-LOOKBACK             PIC 9(03) VALUE 30.
000945 01  WS-DUP-WINDOW-START         PIC 9(08) VALUE ZERO.
000946 01  WS-DUP-WINDOW-PARTS         REDEFINES WS-DUP-WINDOW-START.
000947     05  WS-DUP-WINDOW-YEAR      PIC 9(04).
000948     05  WS-DUP-WINDOW-MONTH     PIC 9(02).
000949     05  WS-DUP-WINDOW-DAY       PIC 9(02).
000950 01  WS-REJECT-LIMIT             PIC 9(05) VALUE 10.
000952 01  WS-RECYCLE-LIMIT-IN         PIC X(02).
000954 01  WS-RECYCLE-LIMIT            PIC 9(02) VALUE 3.
000955 01  WS-CONV-DATE                PIC 9(08) VALUE ZERO.
000956 01  WS-CONV-DATE-PARTS          REDEFINES WS-CONV-DATE.
000957     05  WS-CONV-YEAR            PIC 9(04).
000958     05  WS-CONV-MONTH           PIC 9(02).
000959     05  WS-CONV-DAY             PIC 9(02).
000960 77  WS-OPEN-FAIL-RC             PIC 9(04) COMP VALUE ZERO.
000961 01  WS-WHL-HEADING-1.
000962     05  FILLER                  PIC X(38)
000963         VALUE "FUTURE-DATED WAREHOUSE LISTING RUN-ID ".
000964     05  WS-WHL-HDG-RUN-ID       PIC X(08).
000965     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
000966     05  WS-WHL-HDG-RUN-DATE     PIC 9(08).
000967     05  FILLER                  PIC X(07) VALUE "  PAGE ".
000968     05  WS-WHL-HDG-PAGE         PIC ZZZ9.
000969     05  FILLER                  PIC X(04) VALUE SPACES.
000970
000971 01  WS-WHL-HEADING-2.
000972     05  FILLER                  PIC X(28)
000973         VALUE " ACCOUNT  CD         AMOUNT ".
000974     05  FILLER                  PIC X(52)
000975         VALUE "EFF DATE RELEASE  FIRST RN STATUS".
000976 01  WS-LIST-TOTAL-LINE.
000977     05  WS-LST-TOT-LABEL        PIC X(31).
000978     05  WS-LST-TOT-COUNT        PIC ZZZZZZ9.
000979     05  FILLER                  PIC X(42) VALUE SPACES.
000980 01  WS-COUNT-DISPLAY            PIC Z(06)9.
000981 01  WS-LIST-HEADING-1.
000982     05  FILLER                  PIC X(36)
000983         VALUE "BATCH ACCEPTANCE LISTING     RUN-ID ".
000984     05  WS-LST-HDG-RUN-ID       PIC X(33).
000985     05  FILLER                  PIC X(07) VALUE "  PAGE ".
000986     05  WS-LST-HDG-PAGE         PIC ZZZ9.
000987 01  WS-LIST-HEADING-2           PIC X(80)
000988         VALUE " BATCH SOURCE              DECL  FOUND  STATUS".
000990
000991 01  WS-WHL-DETAIL-LINE.
000992     05  FILLER                  PIC X(01) VALUE SPACES.
000993     05  WS-WHL-ACCOUNT          PIC X(09).
000994     05  WS-WHL-TRANS-CODE       PIC X(03).
000995     05  WS-WHL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
000996     05  FILLER                  PIC X(01) VALUE SPACES.
000997     05  WS-WHL-EFF-DATE         PIC X(09).
000998     05  WS-WHL-RELEASE-DATE     PIC X(09).
000999     05  WS-WHL-FIRST-RUN-ID     PIC X(09).
001000     05  WS-WHL-STATUS           PIC X(25).
001001 01  WS-LIST-DETAIL-1.
001002     05  WS-LST-BATCH-NO         PIC ZZZZ9.
001003     05  FILLER                  PIC X(02) VALUE SPACES.
001004     05  WS-LST-SOURCE           PIC X(17).
001005     05  WS-LST-TRL-ITEMS        PIC ZZZZZZ9.
001006     05  WS-LST-ITEMS            PIC ZZZZZZ9.
001007     05  FILLER                  PIC X(02) VALUE SPACES.
001008     05  WS-LST-STATUS           PIC X(40).
001009 01  WS-LIST-DETAIL-2.
001010     05  FILLER                  PIC X(08) VALUE "      DB".
001011     05  WS-LST-TRL-DEBITS       PIC ZZZZZZZZZZ9.99.
001012     05  WS-LST-DEBITS           PIC ZZZZZZZZZZZ9.99.
001013     05  FILLER                  PIC X(05) VALUE "   CR".
001014     05  WS-LST-TRL-CREDITS      PIC ZZZZZZZZZZ9.99.
001015     05  WS-LST-CREDITS          PIC ZZZZZZZZZZZ9.99.
001016     05  FILLER                  PIC X(09) VALUE SPACES.
001017
001018 PROCEDURE DIVISION.
001019 0000-MAIN-PROCEDURE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-EDIT-TRANSACTION THRU 2000-EXIT
001040         UNTIL WS-TRANS-EOF.
001041     PERFORM 2300-RELEASE-PASS THRU 2300-EXIT.
001042     PERFORM 2400-RECYCLE-PASS THRU 2400-EXIT.
001044     PERFORM 2450-ADJUSTMENT-PASS THRU 2450-EXIT.
001049     PERFORM 2470-CHARGE-PASS THRU 2470-EXIT.
001050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001060     GOBACK.
001070
001100     IF JOBHDR-RUN-ID = SPACES
001110         ACCEPT JOBHDR-RUN-ID FROM DATE YYYYMMDD
001120     END-IF.
001125     PERFORM 1010-SET-RUN-DATES THRU 1010-EXIT.
001130     MOVE SPACES TO WS-REJECT-LIMIT-IN.
001140     ACCEPT WS-REJECT-LIMIT-IN
001150         FROM ENVIRONMENT "EDIT_REJECT_LIMIT".
001330     OPEN OUTPUT TRANSOK-FILE.
001340     OPEN OUTPUT TRANSRJ-FILE.
001342     OPEN OUTPUT TRANSRJX-FILE.
001343     OPEN OUTPUT BATCHRJ-FILE.
001344     OPEN OUTPUT BATCH-LIST-FILE.
001345     OPEN OUTPUT WHSE-WORK-FILE.
001346     OPEN OUTPUT WHSE-LIST-FILE.
001347     OPEN OUTPUT DUP-WORK-FILE.
001350     IF NOT WS-TRANSOK-OK OR NOT WS-TRANSRJ-OK
001352             OR NOT WS-TRANSRJX-OK OR NOT WS-BATCHRJ-OK
001354             OR NOT WS-BATCHLST-OK OR NOT WS-WHSEWORK-OK
001356             OR NOT WS-WHSELST-OK OR NOT WS-DUPWORK-OK
001360         DISPLAY "TXNEDIT - OUTPUT FILE OPEN FAILED - TRANSOK "
001370             WS-TRANSOK-STATUS " TRANSRJ " WS-TRANSRJ-STATUS
001372             " TRANSRJX " WS-TRANSRJX-STATUS
001373             " BATCHRJ " WS-BATCHRJ-STATUS
001374             " BATCHLST " WS-BATCHLST-STATUS
001375             " WHSEWORK " WS-WHSEWORK-STATUS
001376             " WHSELST " WS-WHSELST-STATUS
001377             " DUPWORK " WS-DUPWORK-STATUS
001380         CLOSE TRANSIN-FILE
001390         MOVE "Y" TO WS-TRANS-EOF-SWITCH
001400         MOVE 16 TO WS-OPEN-FAIL-RC
001410         GO TO 1000-EXIT
001420     END-IF.
001430     SET WS-FILES-OPEN TO TRUE.
001431     PERFORM 1020-OPEN-REFERENCE-FILES THRU 1020-EXIT.
001432     PERFORM 1300-LOAD-WAREHOUSE-KEYS THRU 1300-EXIT.
001433     PERFORM 1100-PROVE-BATCHES THRU 1100-EXIT.
001434     IF WS-OPEN-FAIL-RC NOT = ZERO
001435         GO TO 1000-EXIT
001436     END-IF.
001437     PERFORM 2250-STANDING-ORDER-PASS THRU 2250-EXIT.
001438     MOVE "I" TO WS-EDIT-SOURCE.
001440     PERFORM 2900-READ-TRANSIN THRU 2900-EXIT.
001450 1000-EXIT.
001460     EXIT.
001470
001471******************************************************************
001472* Edit one TRANSIN record.  Every record of a batch that failed
001473* its proof goes to BATCHRJ untouched; in a batch that proved,
001474* the header and trailer have done their job and are dropped,
001475* and each item is edited on its own merits.
001476******************************************************************
001480 2000-EDIT-TRANSACTION.
001481     PERFORM 2100-TRACK-BATCH THRU 2100-EXIT.
001482     IF NOT WS-GROUP-GOOD
001483         PERFORM 5200-WRITE-BATCH-REJECT THRU 5200-EXIT
001484         GO TO 2000-READ-NEXT
001485     END-IF.
001486     IF BATCH-CONTROL
001487         GO TO 2000-READ-NEXT
001488     END-IF.
001490     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
001500     IF WS-RECORD-GOOD
001510         PERFORM 4000-WRITE-ACCEPTED THRU 4000-EXIT
001520     ELSE
001530         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
001540     END-IF.
001545 2000-READ-NEXT.
001550     PERFORM 2900-READ-TRANSIN THRU 2900-EXIT.
001560 2000-EXIT.
001570     EXIT.
001610         AT END
001620             MOVE "Y" TO WS-TRANS-EOF-SWITCH
001630         NOT AT END
001635             IF WS-EDIT-PASS AND NOT BATCH-CONTROL
001640                 ADD 1 TO WS-READ-COUNT
001645             END-IF
001650     END-READ.
001660 2900-EXIT.
001670     EXIT.
001760         MOVE "01" TO WS-REASON-CODE
001770         GO TO 3000-EXIT
001780     END-IF.
001782     IF TRANS-SYSTEM-CHARGE AND NOT WS-SOURCE-SYSTEM
001784         MOVE "01" TO WS-REASON-CODE
001786         GO TO 3000-EXIT
001788     END-IF.
001790     IF TRANS-ACCOUNT-NUMBER NOT NUMERIC
001800             OR TRANS-ACCOUNT-NUMBER = "00000000"
001810         MOVE "02" TO WS-REASON-CODE
001980         MOVE "04" TO WS-REASON-CODE
001990         GO TO 3000-EXIT
002000     END-IF.
002001     MOVE TRANS-EFFECTIVE-DATE-X TO WS-CONV-DATE.
002002     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
002003     IF WS-CONV-DAY-NUMBER + WS-STALE-LIMIT < WS-RUN-DAY-NUMBER
002004         MOVE "05" TO WS-REASON-CODE
002005         GO TO 3000-EXIT
002006     END-IF.
002007     PERFORM 3500-CHECK-DUPLICATE THRU 3500-EXIT.
002010 3000-EXIT.
002020     EXIT.
002030
002031******************************************************************
002032* An item that passed the edit.  One dated after the run date is
002033* held in the warehouse until its processing day instead of
002034* going to TRANSOK tonight.
002035******************************************************************
002040 4000-WRITE-ACCEPTED.
002042     IF TRANS-EFFECTIVE-DATE-X > WS-RUN-DATE
002044         PERFORM 4100-WAREHOUSE-ITEM THRU 4100-EXIT
002046         GO TO 4000-EXIT
002048     END-IF.
002050     ADD 1 TO WS-ACCEPT-COUNT.
002060     WRITE TRANSOK-RECORD FROM TRANS-RECORD.
002070 4000-EXIT.
002390         INVALID KEY
002400             CONTINUE
002410     END-READ.
002412     MOVE WS-BATCH-ACCEPT-COUNT TO RUNTOT-BATCH-ACCEPTED-COUNT.
002414     MOVE WS-BATCH-REJECT-COUNT TO RUNTOT-BATCH-REJECTED-COUNT.
002416     MOVE WS-BATCH-RJ-ITEMS TO RUNTOT-BATCH-RJ-ITEM-COUNT.
002418     MOVE WS-DUPLICATE-COUNT TO RUNTOT-DUPLICATE-COUNT.
002420     MOVE WS-READ-COUNT TO RUNTOT-READ-COUNT.
002430     MOVE WS-ACCEPT-COUNT TO RUNTOT-ACCEPTED-COUNT.
002440     MOVE WS-REJECT-COUNT TO RUNTOT-REJECTED-COUNT.
002442     MOVE WS-RECYCLED-COUNT TO RUNTOT-RECYCLED-COUNT.
002444     MOVE WS-AGED-COUNT TO RUNTOT-RECYCLE-AGED-COUNT.
002446     MOVE WS-ADJ-COUNT TO RUNTOT-ADJUSTMENT-COUNT.
002447     MOVE WS-CHARGE-COUNT TO RUNTOT-CHARGE-COUNT.
002448     MOVE WS-WAREHOUSED-COUNT TO RUNTOT-WAREHOUSED-COUNT.
002449     MOVE WS-RELEASED-COUNT TO RUNTOT-RELEASED-COUNT.
002450     REWRITE RUNTOT-RECORD
002460         INVALID KEY
002470             WRITE RUNTOT-RECORD
002520
002530 9000-TERMINATE.
002540     IF WS-FILES-OPEN
002541         IF WS-HIST-OPEN
002542             CLOSE TXN-HISTORY-FILE
002543         END-IF
002544         IF WS-CALENDAR-OPEN
002545             CLOSE PROC-CALENDAR-FILE
002546         END-IF
002550         CLOSE TRANSIN-FILE
002560         CLOSE TRANSOK-FILE
002570         CLOSE TRANSRJ-FILE
002572         CLOSE TRANSRJX-FILE
002573         CLOSE BATCHRJ-FILE
002574         CLOSE BATCH-LIST-FILE
002575         CLOSE WHSE-WORK-FILE
002576         CLOSE DUP-WORK-FILE
002580         PERFORM 8000-UPDATE-RUN-TOTALS THRU 8000-EXIT
002590     END-IF.
002591     MOVE WS-BATCH-ACCEPT-COUNT TO WS-COUNT-DISPLAY.
002592     DISPLAY "TXNEDIT - BATCHES ACCEPTED: " WS-COUNT-DISPLAY.
002593     MOVE WS-BATCH-REJECT-COUNT TO WS-COUNT-DISPLAY.
002594     DISPLAY "TXNEDIT - BATCHES SENT BACK:" WS-COUNT-DISPLAY.
002595     MOVE WS-BATCH-RJ-ITEMS TO WS-COUNT-DISPLAY.
002596     DISPLAY "TXNEDIT - ITEMS SENT BACK:  " WS-COUNT-DISPLAY.
002597     MOVE WS-SO-COUNT TO WS-COUNT-DISPLAY.
002598     DISPLAY "TXNEDIT - STANDING ORDERS:  " WS-COUNT-DISPLAY.
002600     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
002610     DISPLAY "TXNEDIT - RECORDS READ:     " WS-COUNT-DISPLAY.
002612     MOVE WS-RECYCLED-COUNT TO WS-COUNT-DISPLAY.
002650     DISPLAY "TXNEDIT - RECORDS REJECTED: " WS-COUNT-DISPLAY.
002652     MOVE WS-AGED-COUNT TO WS-COUNT-DISPLAY.
002654     DISPLAY "TXNEDIT - RECYCLES AGED OUT:" WS-COUNT-DISPLAY.
002655     MOVE WS-CHARGE-COUNT TO WS-COUNT-DISPLAY.
002656     DISPLAY "TXNEDIT - CHARGES READ:     " WS-COUNT-DISPLAY.
002657     PERFORM 9100-DISPLAY-HELD-COUNTS THRU 9100-EXIT.
002660     IF WS-OPEN-FAIL-RC NOT = ZERO
002670         MOVE WS-OPEN-FAIL-RC TO RETURN-CODE
002680     ELSE
002682         COMPUTE WS-TOTAL-REJECTS =
002687            WS-REJECT-COUNT + WS-AGED-COUNT - WS-DUPLICATE-COUNT
002690         IF WS-TOTAL-REJECTS > WS-REJECT-LIMIT
002700             DISPLAY "TXNEDIT - REJECTS EXCEED TOLERANCE OF "
002710                 WS-REJECT-LIMIT
002740             MOVE ZERO TO RETURN-CODE
002750         END-IF
002760     END-IF.
002761     PERFORM 9520-REWRITE-WAREHOUSE THRU 9520-EXIT.
002762     IF WS-ADJ-EOF AND RETURN-CODE = ZERO
002764         PERFORM 9500-PURGE-ADJ-QUEUE THRU 9500-EXIT
002766     END-IF.
002768     PERFORM 9550-PURGE-SIDE-QUEUES THRU 9550-EXIT.
002770 9000-EXIT.
002780     EXIT.
002790
002950         DISPLAY "TXNEDIT - NO CORRECTED REJECTS THIS RUN"
002960         GO TO 2400-EXIT
002970     END-IF.
002975     MOVE "R" TO WS-EDIT-SOURCE.
002980     PERFORM 2950-READ-TRANSRC THRU 2950-EXIT.
002990     PERFORM 2500-EDIT-RECYCLED THRU 2500-EXIT
003000         UNTIL WS-RECYCLE-EOF.
003670         DISPLAY "TXNEDIT - NO ADJUSTMENTS THIS RUN"
003680         GO TO 2450-EXIT
003690     END-IF.
003695     MOVE "A" TO WS-EDIT-SOURCE.
003700     PERFORM 2960-READ-TRANSADJ THRU 2960-EXIT.
003710     PERFORM 2550-EDIT-ADJUSTMENT THRU 2550-EXIT
003720         UNTIL WS-ADJ-EOF.
004150 9500-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* Set the dates the warehouse and the duplicate check work from.
004200* The stale-item limit and the duplicate look-back default to 90
004210* and 30 days (STALE_LIMIT_DAYS and DUP_LOOKBACK_DAYS override).
004220* The run date is the run-id when that is a date, else today, and
004230* the look-back window starts that many days before it.  The two
004240* listing headings carry the run-id and run date.
004250******************************************************************
004260 1010-SET-RUN-DATES.
004270     MOVE SPACES TO WS-STALE-LIMIT-IN.
004280     ACCEPT WS-STALE-LIMIT-IN
004290         FROM ENVIRONMENT "STALE_LIMIT_DAYS".
004300     IF WS-STALE-LIMIT-IN IS NUMERIC
004310         MOVE WS-STALE-LIMIT-IN TO WS-STALE-LIMIT
004320     ELSE
004330         IF WS-STALE-LIMIT-IN NOT = SPACES
004340             DISPLAY "TXNEDIT - STALE_LIMIT_DAYS NOT A "
004350                 "ZERO-PADDED 3-DIGIT NUMBER - USING DEFAULT "
004360                 WS-STALE-LIMIT
004370         END-IF
004380     END-IF.
004390     MOVE SPACES TO WS-DUP-LOOKBACK-IN.
004400     ACCEPT WS-DUP-LOOKBACK-IN
004410         FROM ENVIRONMENT "DUP_LOOKBACK_DAYS".
004420     IF WS-DUP-LOOKBACK-IN IS NUMERIC
004430         MOVE WS-DUP-LOOKBACK-IN TO WS-DUP-LOOKBACK
004440     ELSE
004450         IF WS-DUP-LOOKBACK-IN NOT = SPACES
004460             DISPLAY "TXNEDIT - DUP_LOOKBACK_DAYS NOT A "
004470                 "ZERO-PADDED 3-DIGIT NUMBER - USING DEFAULT "
004480                 WS-DUP-LOOKBACK
004490         END-IF
004500     END-IF.
004510     IF JOBHDR-RUN-ID IS NUMERIC
004520         MOVE JOBHDR-RUN-ID TO WS-RUN-DATE
004530     ELSE
004540         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004550     END-IF.
004560     MOVE WS-RUN-DATE TO WS-DUP-WINDOW-START.
004570     PERFORM 1050-STEP-BACK-ONE-DAY THRU 1050-EXIT
004580         WS-DUP-LOOKBACK TIMES.
004590     MOVE WS-RUN-DATE TO WS-CONV-DATE.
004600     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
004610     MOVE WS-CONV-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004620     MOVE JOBHDR-RUN-ID TO WS-LST-HDG-RUN-ID.
004630     MOVE JOBHDR-RUN-ID TO WS-WHL-HDG-RUN-ID.
004640     MOVE WS-RUN-DATE TO WS-WHL-HDG-RUN-DATE.
004650 1010-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* Open the processing calendar and the transaction history for
004700* reading.  Neither is required: without the calendar an item is
004710* released on its effective date, and without the history the
004720* duplicate check covers tonight's items and the warehouse only.
004730******************************************************************
004740 1020-OPEN-REFERENCE-FILES.
004750     OPEN INPUT PROC-CALENDAR-FILE.
004760     IF WS-PROCCAL-OK
004770         SET WS-CALENDAR-OPEN TO TRUE
004780     ELSE
004790         DISPLAY "TXNEDIT - PROCESSING CALENDAR NOT AVAILABLE - "
004800             "STATUS " WS-PROCCAL-STATUS
004810             " - WAREHOUSE RELEASES ON THE EFFECTIVE DATE"
004820     END-IF.
004830     OPEN INPUT TXN-HISTORY-FILE.
004840     IF WS-TXHIST-OK
004850         SET WS-HIST-OPEN TO TRUE
004860     ELSE
004870         DISPLAY "TXNEDIT - TXNHIST NOT AVAILABLE - STATUS "
004880             WS-TXHIST-STATUS
004890             " - DUPLICATES CHECKED WITHIN TONIGHT'S ITEMS ONLY"
004900     END-IF.
004910 1020-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* The proving pass.  TRANSIN is read end to end once before any
004960* item is edited, tracking the batches exactly as the edit pass
004970* will, and each batch's item count and debit and credit hash
004980* totals are tied to its trailer.  The verdict for every batch
004990* is held in the batch table, the acceptance listing is written
005000* from it, and TRANSIN is reopened for the edit pass.
005010******************************************************************
005020 1100-PROVE-BATCHES.
005030     PERFORM 2900-READ-TRANSIN THRU 2900-EXIT.
005040     PERFORM 1150-PROVE-ONE-RECORD THRU 1150-EXIT
005050         UNTIL WS-TRANS-EOF.
005060     IF NOT WS-NO-GROUP
005070         MOVE "13" TO WS-CLOSE-REASON
005080         PERFORM 2180-CLOSE-GROUP THRU 2180-EXIT
005090     END-IF.
005100     PERFORM 1200-WRITE-BATCH-LISTING THRU 1200-EXIT.
005110     CLOSE TRANSIN-FILE.
005120     OPEN INPUT TRANSIN-FILE.
005130     MOVE "N" TO WS-TRANS-EOF-SWITCH.
005140     IF NOT WS-TRANSIN-OK
005150         DISPLAY "TXNEDIT - TRANSIN COULD NOT BE REOPENED - "
005160             "STATUS " WS-TRANSIN-STATUS
005170         MOVE "Y" TO WS-TRANS-EOF-SWITCH
005180         MOVE 16 TO WS-OPEN-FAIL-RC
005190     END-IF.
005200     SET WS-NO-GROUP TO TRUE.
005210     MOVE ZERO TO WS-GROUP-COUNT.
005220     SET WS-EDIT-PASS TO TRUE.
005230 1100-EXIT.
005240     EXIT.
005250
005260 1150-PROVE-ONE-RECORD.
005270     PERFORM 2100-TRACK-BATCH THRU 2100-EXIT.
005280     PERFORM 2900-READ-TRANSIN THRU 2900-EXIT.
005290 1150-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* The per-batch acceptance listing - one entry per batch showing
005340* the trailer's declared count and hash totals against what was
005350* found, and whether the batch was taken or sent back whole to
005360* BATCHRJ, with the reason.
005370******************************************************************
005380 1200-WRITE-BATCH-LISTING.
005390     PERFORM 1250-LIST-ONE-BATCH THRU 1250-EXIT
005400         VARYING WS-GROUP-IDX FROM 1 BY 1
005410         UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
005420             OR WS-GROUP-IDX > WS-BATCH-MAX.
005430     IF WS-GROUP-COUNT > WS-BATCH-MAX
005440         COMPUTE WS-BATCH-REJECT-COUNT = WS-BATCH-REJECT-COUNT
005450             + WS-GROUP-COUNT - WS-BATCH-MAX
005460     END-IF.
005470     IF WS-LIST-LINE-COUNT > WS-LINES-PER-PAGE
005480         PERFORM 7100-LIST-HEADING THRU 7100-EXIT
005490     END-IF.
005500     WRITE BATCH-LIST-LINE FROM SPACES.
005510     IF WS-GROUP-COUNT = ZERO
005520         MOVE "NO BATCHES ON TRANSIN" TO WS-LST-TOT-LABEL
005530         MOVE ZERO TO WS-LST-TOT-COUNT
005540         WRITE BATCH-LIST-LINE FROM WS-LIST-TOTAL-LINE
005550     END-IF.
005560     IF WS-GROUP-COUNT > WS-BATCH-MAX
005570         MOVE "BATCHES PAST LISTING CAPACITY" TO WS-LST-TOT-LABEL
005580         COMPUTE WS-LST-TOT-COUNT = WS-GROUP-COUNT - WS-BATCH-MAX
005590         WRITE BATCH-LIST-LINE FROM WS-LIST-TOTAL-LINE
005600     END-IF.
005610     MOVE "BATCHES ACCEPTED" TO WS-LST-TOT-LABEL.
005620     MOVE WS-BATCH-ACCEPT-COUNT TO WS-LST-TOT-COUNT.
005630     WRITE BATCH-LIST-LINE FROM WS-LIST-TOTAL-LINE.
005640     MOVE "BATCHES SENT BACK TO BATCHRJ" TO WS-LST-TOT-LABEL.
005650     MOVE WS-BATCH-REJECT-COUNT TO WS-LST-TOT-COUNT.
005660     WRITE BATCH-LIST-LINE FROM WS-LIST-TOTAL-LINE.
005670 1200-EXIT.
005680     EXIT.
005690
005700 1250-LIST-ONE-BATCH.
005710     IF WS-LIST-LINE-COUNT > WS-LINES-PER-PAGE
005720         PERFORM 7100-LIST-HEADING THRU 7100-EXIT
005730     END-IF.
005740     MOVE WS-GROUP-IDX TO WS-LST-BATCH-NO.
005750     MOVE WS-BAT-SOURCE(WS-GROUP-IDX) TO WS-LST-SOURCE.
005760     MOVE WS-BAT-TRL-ITEMS(WS-GROUP-IDX) TO WS-LST-TRL-ITEMS.
005770     MOVE WS-BAT-ITEMS(WS-GROUP-IDX) TO WS-LST-ITEMS.
005780     MOVE WS-BAT-TRL-DEBITS(WS-GROUP-IDX) TO WS-LST-TRL-DEBITS.
005790     MOVE WS-BAT-DEBITS(WS-GROUP-IDX) TO WS-LST-DEBITS.
005800     MOVE WS-BAT-TRL-CREDITS(WS-GROUP-IDX) TO WS-LST-TRL-CREDITS.
005810     MOVE WS-BAT-CREDITS(WS-GROUP-IDX) TO WS-LST-CREDITS.
005820     EVALUATE WS-BAT-REASON(WS-GROUP-IDX)
005830         WHEN "00"
005840             MOVE "ACCEPTED" TO WS-LST-STATUS
005850             ADD 1 TO WS-BATCH-ACCEPT-COUNT
005860         WHEN "10"
005870             MOVE "SENT BACK 10 - ITEM COUNT OUT OF BALANCE"
005880                 TO WS-LST-STATUS
005890         WHEN "11"
005900             MOVE "SENT BACK 11 - DEBIT HASH OUT OF BALANCE"
005910                 TO WS-LST-STATUS
005920         WHEN "12"
005930             MOVE "SENT BACK 12 - CREDIT HASH OUT OF BAL"
005940                 TO WS-LST-STATUS
005950         WHEN OTHER
005960             MOVE "SENT BACK 13 - HEADER/TRAILER MISSING"
005970                 TO WS-LST-STATUS
005980     END-EVALUATE.
005990     IF WS-BAT-REASON(WS-GROUP-IDX) NOT = "00"
006000         ADD 1 TO WS-BATCH-REJECT-COUNT
006010     END-IF.
006020     WRITE BATCH-LIST-LINE FROM WS-LIST-DETAIL-1.
006030     WRITE BATCH-LIST-LINE FROM WS-LIST-DETAIL-2.
006040     ADD 2 TO WS-LIST-LINE-COUNT.
006050 1250-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090* Batch tracking, shared by the proving and edit passes so both
006100* draw the batch boundaries identically.  A header opens a
006110* batch; its trailer closes it and, on the proving pass, proves
006120* it.  A header arriving inside an open batch closes that batch
006130* as missing its trailer.  Items outside any header/trailer pair
006140* form a batch of their own, as does a trailer with no header;
006150* both are sent back as out of sequence.  On the edit pass the
006160* batch's verdict is picked up as it opens.
006170******************************************************************
006180 2100-TRACK-BATCH.
006190     IF BATCH-HEADER
006200         IF NOT WS-NO-GROUP
006210             MOVE "13" TO WS-CLOSE-REASON
006220             PERFORM 2180-CLOSE-GROUP THRU 2180-EXIT
006230         END-IF
006240         PERFORM 2150-OPEN-GROUP THRU 2150-EXIT
006250         SET WS-IN-BATCH TO TRUE
006260         GO TO 2100-EXIT
006270     END-IF.
006280     IF BATCH-TRAILER
006290         IF WS-IN-BATCH
006300             MOVE "00" TO WS-CLOSE-REASON
006310         ELSE
006320             IF WS-NO-GROUP
006330                 PERFORM 2150-OPEN-GROUP THRU 2150-EXIT
006340             END-IF
006350             MOVE "13" TO WS-CLOSE-REASON
006360         END-IF
006370         PERFORM 2180-CLOSE-GROUP THRU 2180-EXIT
006380         SET WS-NO-GROUP TO TRUE
006390         GO TO 2100-EXIT
006400     END-IF.
006410     IF WS-NO-GROUP
006420         PERFORM 2150-OPEN-GROUP THRU 2150-EXIT
006430         SET WS-IN-LOOSE TO TRUE
006440     END-IF.
006450     IF WS-EDIT-PASS OR WS-GROUP-IDX > WS-BATCH-MAX
006460         GO TO 2100-EXIT
006470     END-IF.
006480     ADD 1 TO WS-BAT-ITEMS(WS-GROUP-IDX).
006490     IF TRANS-AMOUNT-X IS NUMERIC
006500         IF TRANS-DEBIT
006510             ADD TRANS-AMOUNT TO WS-BAT-DEBITS(WS-GROUP-IDX)
006520         END-IF
006530         IF TRANS-CREDIT
006540             ADD TRANS-AMOUNT TO WS-BAT-CREDITS(WS-GROUP-IDX)
006550         END-IF
006560     END-IF.
006570 2100-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* Open the next batch.  Batches past the table's capacity cannot
006620* be proved and are sent back as over capacity.
006630******************************************************************
006640 2150-OPEN-GROUP.
006650     ADD 1 TO WS-GROUP-COUNT.
006660     MOVE WS-GROUP-COUNT TO WS-GROUP-IDX.
006670     IF WS-GROUP-IDX > WS-BATCH-MAX
006680         MOVE "14" TO WS-GROUP-REASON
006690         GO TO 2150-EXIT
006700     END-IF.
006710     IF WS-EDIT-PASS
006720         MOVE WS-BAT-REASON(WS-GROUP-IDX) TO WS-GROUP-REASON
006730         GO TO 2150-EXIT
006740     END-IF.
006750     MOVE "00" TO WS-BAT-REASON(WS-GROUP-IDX).
006760     MOVE ZERO TO WS-BAT-ITEMS(WS-GROUP-IDX).
006770     MOVE ZERO TO WS-BAT-DEBITS(WS-GROUP-IDX).
006780     MOVE ZERO TO WS-BAT-CREDITS(WS-GROUP-IDX).
006790     MOVE ZERO TO WS-BAT-TRL-ITEMS(WS-GROUP-IDX).
006800     MOVE ZERO TO WS-BAT-TRL-DEBITS(WS-GROUP-IDX).
006810     MOVE ZERO TO WS-BAT-TRL-CREDITS(WS-GROUP-IDX).
006820     IF BATCH-CONTROL
006830         MOVE BATCH-SOURCE-ID TO WS-BAT-SOURCE(WS-GROUP-IDX)
006840     ELSE
006850         MOVE "*NONE*" TO WS-BAT-SOURCE(WS-GROUP-IDX)
006860     END-IF.
006870 2150-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910* Close the open batch.  On the proving pass a batch closed by
006920* its own trailer is proved - the trailer must name the source
006930* the header did and carry numeric totals, and its item count
006940* and debit and credit hash totals must tie to what was read.
006950* The first difference found is the batch's reason.
006960******************************************************************
006970 2180-CLOSE-GROUP.
006980     IF WS-EDIT-PASS OR WS-GROUP-IDX > WS-BATCH-MAX
006990         GO TO 2180-EXIT
007000     END-IF.
007010     IF WS-CLOSE-REASON NOT = "00"
007020         MOVE WS-CLOSE-REASON TO WS-BAT-REASON(WS-GROUP-IDX)
007030         GO TO 2180-EXIT
007040     END-IF.
007050     IF BATCH-SOURCE-ID NOT = WS-BAT-SOURCE(WS-GROUP-IDX)
007060         MOVE "13" TO WS-BAT-REASON(WS-GROUP-IDX)
007070         GO TO 2180-EXIT
007080     END-IF.
007090     IF BATCH-TRAILER-TOTALS-X NOT NUMERIC
007100         MOVE "10" TO WS-BAT-REASON(WS-GROUP-IDX)
007110         GO TO 2180-EXIT
007120     END-IF.
007130     MOVE BATCH-ITEM-COUNT TO WS-BAT-TRL-ITEMS(WS-GROUP-IDX).
007140     MOVE BATCH-DEBIT-HASH TO WS-BAT-TRL-DEBITS(WS-GROUP-IDX).
007150     MOVE BATCH-CREDIT-HASH TO WS-BAT-TRL-CREDITS(WS-GROUP-IDX).
007160     IF BATCH-ITEM-COUNT NOT = WS-BAT-ITEMS(WS-GROUP-IDX)
007170         MOVE "10" TO WS-BAT-REASON(WS-GROUP-IDX)
007180         GO TO 2180-EXIT
007190     END-IF.
007200     IF BATCH-DEBIT-HASH NOT = WS-BAT-DEBITS(WS-GROUP-IDX)
007210         MOVE "11" TO WS-BAT-REASON(WS-GROUP-IDX)
007220         GO TO 2180-EXIT
007230     END-IF.
007240     IF BATCH-CREDIT-HASH NOT = WS-BAT-CREDITS(WS-GROUP-IDX)
007250         MOVE "12" TO WS-BAT-REASON(WS-GROUP-IDX)
007260     END-IF.
007270 2180-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* A record of a batch that failed its proof.  It goes to BATCHRJ
007320* in the reject layout under the batch's reason, image intact,
007330* so the source can correct and resend the whole batch.
007340******************************************************************
007350 5200-WRITE-BATCH-REJECT.
007360     IF NOT BATCH-CONTROL
007370         ADD 1 TO WS-BATCH-RJ-ITEMS
007380     END-IF.
007390     MOVE SPACES TO RJCT-RECORD.
007400     MOVE WS-GROUP-REASON TO RJCT-REASON-CODE.
007410     MOVE TRANS-RECORD TO RJCT-TRANS-DATA.
007420     MOVE ZERO TO RJCT-CYCLE-COUNT.
007430     WRITE BATCHRJ-RECORD FROM RJCT-RECORD.
007440 5200-EXIT.
007450     EXIT.
007460
007470 4100-WAREHOUSE-ITEM.
007480     ADD 1 TO WS-WAREHOUSED-COUNT.
007490     MOVE SPACES TO WHSE-RECORD.
007500     MOVE TRANS-RECORD TO WHSE-TRANS-DATA.
007510     PERFORM 4200-SET-RELEASE-DATE THRU 4200-EXIT.
007520     MOVE JOBHDR-RUN-ID TO WHSE-FIRST-RUN-ID.
007530     MOVE WS-EDIT-SOURCE TO WHSE-SOURCE.
007540     WRITE WHSE-WORK-RECORD FROM WHSE-RECORD.
007550 4100-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* Work out an item's release date - the first processing day on
007600* the PROCCAL calendar on or after its effective date.  With no
007610* calendar, or none loaded that far ahead, the effective date
007620* itself stands.
007630******************************************************************
007640 4200-SET-RELEASE-DATE.
007650     MOVE TRANS-EFFECTIVE-DATE-X TO WHSE-RELEASE-DATE.
007660     IF NOT WS-CALENDAR-OPEN
007670         GO TO 4200-EXIT
007680     END-IF.
007690     MOVE WHSE-RELEASE-DATE TO CAL-DATE.
007700     START PROC-CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
007710         INVALID KEY
007720             GO TO 4200-EXIT
007730     END-START.
007740     MOVE "N" TO WS-SCAN-SWITCH.
007750     PERFORM 4250-SCAN-CALENDAR THRU 4250-EXIT
007760         UNTIL WS-SCAN-DONE.
007770 4200-EXIT.
007780     EXIT.
007790
007800 4250-SCAN-CALENDAR.
007810     READ PROC-CALENDAR-FILE NEXT RECORD
007820         AT END
007830             SET WS-SCAN-DONE TO TRUE
007840             GO TO 4250-EXIT
007850     END-READ.
007860     IF CAL-PROC-DAY
007870         MOVE CAL-DATE TO WHSE-RELEASE-DATE
007880         SET WS-SCAN-DONE TO TRUE
007890     END-IF.
007900 4250-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* The charge pass - month-end interest and service charges the
007950* charge step queued to the TRANSCHG side input.  They take the
007960* same field validation as every other source; one that fails
007970* goes to TRANSRJ like a first-time reject.
007980******************************************************************
007990 2470-CHARGE-PASS.
008000     IF NOT WS-FILES-OPEN
008010         GO TO 2470-EXIT
008020     END-IF.
008030     OPEN INPUT TRANSCHG-FILE.
008040     IF NOT WS-TRANSCHG-OK
008050         DISPLAY "TXNEDIT - NO MONTH-END CHARGES THIS RUN"
008060         GO TO 2470-EXIT
008070     END-IF.
008080     MOVE "C" TO WS-EDIT-SOURCE.
008090     PERFORM 2970-READ-TRANSCHG THRU 2970-EXIT.
008100     PERFORM 2570-EDIT-CHARGE THRU 2570-EXIT
008110         UNTIL WS-CHARGE-EOF.
008120     CLOSE TRANSCHG-FILE.
008130 2470-EXIT.
008140     EXIT.
008150
008160 2570-EDIT-CHARGE.
008170     MOVE TRANSCHG-RECORD TO TRANS-RECORD.
008180     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
008190     IF WS-RECORD-GOOD
008200         PERFORM 4000-WRITE-ACCEPTED THRU 4000-EXIT
008210     ELSE
008220         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
008230     END-IF.
008240     PERFORM 2970-READ-TRANSCHG THRU 2970-EXIT.
008250 2570-EXIT.
008260     EXIT.
008270
008280 2970-READ-TRANSCHG.
008290     READ TRANSCHG-FILE
008300         AT END
008310             MOVE "Y" TO WS-CHARGE-EOF-SWITCH
008320         NOT AT END
008330             ADD 1 TO WS-CHARGE-COUNT
008340     END-READ.
008350 2970-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390* Empty the charge queue once the edit has completed clean, for
008400* the same reason as the adjustment queue - left in place, the
008410* month's charges would post again on the next run.
008420******************************************************************
008430 9510-PURGE-CHARGE-QUEUE.
008440     OPEN OUTPUT TRANSCHG-FILE.
008450     IF WS-TRANSCHG-OK
008460         CLOSE TRANSCHG-FILE
008470         DISPLAY "TXNEDIT - CHARGE QUEUE EMPTIED"
008480     ELSE
008490         DISPLAY "TXNEDIT - CHARGE QUEUE COULD NOT BE "
008500             "EMPTIED - STATUS " WS-TRANSCHG-STATUS
008510     END-IF.
008520 9510-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* The standing-order pass - the debit and credit legs the
008570* generation step queued to the TRANSSO side input, edited ahead
008580* of TRANSIN so they are the first items in TRANSOK.  They take
008590* the same field validation as every other source; one that
008600* fails goes to TRANSRJ like a first-time reject.  The pass runs
008610* before the first TRANSIN record is read, since both files are
008620* edited through TRANS-RECORD.
008630******************************************************************
008640 2250-STANDING-ORDER-PASS.
008650     IF NOT WS-FILES-OPEN
008660         GO TO 2250-EXIT
008670     END-IF.
008680     OPEN INPUT TRANSSO-FILE.
008690     IF NOT WS-TRANSSO-OK
008700         DISPLAY "TXNEDIT - NO STANDING ORDERS THIS RUN"
008710         GO TO 2250-EXIT
008720     END-IF.
008730     MOVE "S" TO WS-EDIT-SOURCE.
008740     PERFORM 2990-READ-TRANSSO THRU 2990-EXIT.
008750     PERFORM 2580-EDIT-STANDING-ORDER THRU 2580-EXIT
008760         UNTIL WS-SO-EOF.
008770     CLOSE TRANSSO-FILE.
008780 2250-EXIT.
008790     EXIT.
008800
008810 2580-EDIT-STANDING-ORDER.
008820     MOVE TRANSSO-RECORD TO TRANS-RECORD.
008830     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
008840     IF WS-RECORD-GOOD
008850         PERFORM 4000-WRITE-ACCEPTED THRU 4000-EXIT
008860     ELSE
008870         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
008880     END-IF.
008890     PERFORM 2990-READ-TRANSSO THRU 2990-EXIT.
008900 2580-EXIT.
008910     EXIT.
008920
008930 2990-READ-TRANSSO.
008940     READ TRANSSO-FILE
008950         AT END
008960             MOVE "Y" TO WS-SO-EOF-SWITCH
008970         NOT AT END
008980             ADD 1 TO WS-SO-COUNT
008990     END-READ.
009000 2990-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* Empty the standing-order queue once the edit has completed
009050* clean.  The generation step appends to TRANSSO, so after a
009060* failed edit the legs stay queued for the re-run.
009070******************************************************************
009080 9540-PURGE-SO-QUEUE.
009090     OPEN OUTPUT TRANSSO-FILE.
009100     IF WS-TRANSSO-OK
009110         CLOSE TRANSSO-FILE
009120         DISPLAY "TXNEDIT - STANDING-ORDER QUEUE EMPTIED"
009130     ELSE
009140         DISPLAY "TXNEDIT - STANDING-ORDER QUEUE COULD NOT BE "
009150             "EMPTIED - STATUS " WS-TRANSSO-STATUS
009160     END-IF.
009170 9540-EXIT.
009180     EXIT.
009190
009200******************************************************************
009210* The warehouse release pass - every item carried on WHSEMST has
009220* its release date worked out again against tonight's calendar;
009230* those whose day has come go to TRANSOK and onto the listing as
009240* released, the rest are carried forward on the work file.  No
009250* warehouse on file yet just means nothing has been held.
009260******************************************************************
009270 2300-RELEASE-PASS.
009280     IF NOT WS-FILES-OPEN
009290         GO TO 2300-EXIT
009300     END-IF.
009310     PERFORM 7200-WHSE-HEADING THRU 7200-EXIT.
009320     MOVE "ITEMS RELEASED TONIGHT" TO WHSE-LIST-LINE.
009330     WRITE WHSE-LIST-LINE.
009340     ADD 1 TO WS-WHSE-LINE-COUNT.
009350     OPEN INPUT WHSE-MASTER-FILE.
009360     IF NOT WS-WHSEMST-OK
009370         DISPLAY "TXNEDIT - NO WAREHOUSED ITEMS ON FILE"
009380         GO TO 2300-EXIT
009390     END-IF.
009400     PERFORM 2980-READ-WHSEMST THRU 2980-EXIT.
009410     PERFORM 2350-RELEASE-ONE-ITEM THRU 2350-EXIT
009420         UNTIL WS-WHSE-EOF.
009430     CLOSE WHSE-MASTER-FILE.
009440 2300-EXIT.
009450     EXIT.
009460
009470 2350-RELEASE-ONE-ITEM.
009480     MOVE WHSE-TRANS-DATA TO TRANS-RECORD.
009490     PERFORM 4200-SET-RELEASE-DATE THRU 4200-EXIT.
009500     IF WHSE-RELEASE-DATE > WS-RUN-DATE
009510         WRITE WHSE-WORK-RECORD FROM WHSE-RECORD
009520         GO TO 2350-READ-NEXT
009530     END-IF.
009540     ADD 1 TO WS-RELEASED-COUNT.
009550     WRITE TRANSOK-RECORD FROM TRANS-RECORD.
009560     MOVE "RELEASED" TO WS-WHL-STATUS.
009570     PERFORM 4300-LIST-WAREHOUSE-ITEM THRU 4300-EXIT.
009580 2350-READ-NEXT.
009590     PERFORM 2980-READ-WHSEMST THRU 2980-EXIT.
009600 2350-EXIT.
009610     EXIT.
009620
009630 4300-LIST-WAREHOUSE-ITEM.
009640     IF WS-WHSE-LINE-COUNT > WS-LINES-PER-PAGE
009650         PERFORM 7200-WHSE-HEADING THRU 7200-EXIT
009660     END-IF.
009670     MOVE WHSE-TRANS-DATA TO TRANS-RECORD.
009680     MOVE TRANS-ACCOUNT-NUMBER TO WS-WHL-ACCOUNT.
009690     MOVE TRANS-CODE TO WS-WHL-TRANS-CODE.
009700     MOVE TRANS-AMOUNT TO WS-WHL-AMOUNT.
009710     MOVE TRANS-EFFECTIVE-DATE-X TO WS-WHL-EFF-DATE.
009720     MOVE WHSE-RELEASE-DATE TO WS-WHL-RELEASE-DATE.
009730     MOVE WHSE-FIRST-RUN-ID TO WS-WHL-FIRST-RUN-ID.
009740     WRITE WHSE-LIST-LINE FROM WS-WHL-DETAIL-LINE.
009750     ADD 1 TO WS-WHSE-LINE-COUNT.
009760 4300-EXIT.
009770     EXIT.
009780
009790******************************************************************
009800* Convert WS-CONV-DATE (YYYYMMDD) to a running day number in
009810* WS-CONV-DAY-NUMBER.  Each DIVIDE truncates to a whole number,
009820* which is what the leap-year corrections depend on.
009830* March is counted as the first month so the leap day falls at
009840* the end of the counting year.
009850******************************************************************
009860 6000-DATE-TO-DAY-NUMBER.
009870     MOVE WS-CONV-YEAR TO WS-CONV-CALC-YEAR.
009880     MOVE WS-CONV-MONTH TO WS-CONV-CALC-MONTH.
009890     IF WS-CONV-CALC-MONTH < 3
009900         SUBTRACT 1 FROM WS-CONV-CALC-YEAR
009910         ADD 12 TO WS-CONV-CALC-MONTH
009920     END-IF.
009930     DIVIDE WS-CONV-CALC-YEAR BY 4 GIVING WS-CONV-LEAP-DAYS.
009940     DIVIDE WS-CONV-CALC-YEAR BY 100 GIVING WS-CONV-WORK.
009950     SUBTRACT WS-CONV-WORK FROM WS-CONV-LEAP-DAYS.
009960     DIVIDE WS-CONV-CALC-YEAR BY 400 GIVING WS-CONV-WORK.
009970     ADD WS-CONV-WORK TO WS-CONV-LEAP-DAYS.
009980     COMPUTE WS-CONV-WORK = 153 * (WS-CONV-CALC-MONTH - 3) + 2.
009990     DIVIDE 5 INTO WS-CONV-WORK.
010000     COMPUTE WS-CONV-DAY-NUMBER = WS-CONV-CALC-YEAR * 365
010010         + WS-CONV-LEAP-DAYS + WS-CONV-WORK + WS-CONV-DAY.
010020 6000-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060* Replace the warehouse with the work file - the items carried
010070* forward plus tonight's new ones - and list each as held.  Only
010080* a clean edit replaces it: after a failed edit the warehouse is
010090* left as it was, so the re-run releases the same items into the
010100* rebuilt TRANSOK.  A replacement that cannot be made fails the
010110* step for the same reason.
010120******************************************************************
010130 9520-REWRITE-WAREHOUSE.
010140     IF NOT WS-FILES-OPEN
010150         GO TO 9520-EXIT
010160     END-IF.
010170     PERFORM 9525-REPLACE-WAREHOUSE THRU 9525-EXIT.
010180     CLOSE WHSE-LIST-FILE.
010190 9520-EXIT.
010200     EXIT.
010210
010220 9525-REPLACE-WAREHOUSE.
010230     IF RETURN-CODE NOT = ZERO
010240         MOVE "WAREHOUSE NOT UPDATED - EDIT DID NOT END CLEAN"
010250             TO WHSE-LIST-LINE
010260         WRITE WHSE-LIST-LINE
010270         GO TO 9525-EXIT
010280     END-IF.
010290     OPEN INPUT WHSE-WORK-FILE.
010300     IF NOT WS-WHSEWORK-OK
010310         DISPLAY "TXNEDIT - WAREHOUSE WORK FILE NOT AVAILABLE - "
010320             "STATUS " WS-WHSEWORK-STATUS
010330         MOVE 16 TO RETURN-CODE
010340         GO TO 9525-EXIT
010350     END-IF.
010360     OPEN OUTPUT WHSE-MASTER-FILE.
010370     IF NOT WS-WHSEMST-OK
010380         DISPLAY "TXNEDIT - WAREHOUSE OPEN FAILED - STATUS "
010390             WS-WHSEMST-STATUS
010400         CLOSE WHSE-WORK-FILE
010410         MOVE 16 TO RETURN-CODE
010420         GO TO 9525-EXIT
010430     END-IF.
010440     WRITE WHSE-LIST-LINE FROM SPACES.
010450     MOVE "ITEMS HELD IN THE WAREHOUSE" TO WHSE-LIST-LINE.
010460     WRITE WHSE-LIST-LINE.
010470     ADD 2 TO WS-WHSE-LINE-COUNT.
010480     MOVE "HELD" TO WS-WHL-STATUS.
010490     MOVE "N" TO WS-WHSE-EOF-SWITCH.
010500     PERFORM 9530-COPY-BACK-ITEM THRU 9530-EXIT
010510         UNTIL WS-WHSE-EOF.
010520     CLOSE WHSE-WORK-FILE.
010530     CLOSE WHSE-MASTER-FILE.
010540     WRITE WHSE-LIST-LINE FROM SPACES.
010550     MOVE "ITEMS RELEASED TONIGHT" TO WS-LST-TOT-LABEL.
010560     MOVE WS-RELEASED-COUNT TO WS-LST-TOT-COUNT.
010570     WRITE WHSE-LIST-LINE FROM WS-LIST-TOTAL-LINE.
010580     MOVE "NEW ITEMS WAREHOUSED TONIGHT" TO WS-LST-TOT-LABEL.
010590     MOVE WS-WAREHOUSED-COUNT TO WS-LST-TOT-COUNT.
010600     WRITE WHSE-LIST-LINE FROM WS-LIST-TOTAL-LINE.
010610     MOVE "ITEMS HELD IN THE WAREHOUSE" TO WS-LST-TOT-LABEL.
010620     MOVE WS-HELD-COUNT TO WS-LST-TOT-COUNT.
010630     WRITE WHSE-LIST-LINE FROM WS-LIST-TOTAL-LINE.
010640 9525-EXIT.
010650     EXIT.
010660
010670 9530-COPY-BACK-ITEM.
010680     READ WHSE-WORK-FILE
010690         AT END
010700             MOVE "Y" TO WS-WHSE-EOF-SWITCH
010710             GO TO 9530-EXIT
010720     END-READ.
010730     MOVE WHSE-WORK-RECORD TO WHSE-RECORD.
010740     WRITE WHSE-RECORD.
010750     ADD 1 TO WS-HELD-COUNT.
010760     PERFORM 4300-LIST-WAREHOUSE-ITEM THRU 4300-EXIT.
010770 9530-EXIT.
010780     EXIT.
010790
010800 7200-WHSE-HEADING.
010810     ADD 1 TO WS-WHSE-PAGE-COUNT.
010820     MOVE WS-WHSE-PAGE-COUNT TO WS-WHL-HDG-PAGE.
010830     WRITE WHSE-LIST-LINE FROM WS-WHL-HEADING-1.
010840     WRITE WHSE-LIST-LINE FROM WS-WHL-HEADING-2.
010850     WRITE WHSE-LIST-LINE FROM SPACES.
010860     MOVE 3 TO WS-WHSE-LINE-COUNT.
010870 7200-EXIT.
010880     EXIT.
010890
010900******************************************************************
010910* Step WS-DUP-WINDOW-START back one calendar day, across month
010920* and year ends, for the start of the duplicate look-back.
010930******************************************************************
010940 1050-STEP-BACK-ONE-DAY.
010950     IF WS-DUP-WINDOW-DAY > 1
010960         SUBTRACT 1 FROM WS-DUP-WINDOW-DAY
010970         GO TO 1050-EXIT
010980     END-IF.
010990     IF WS-DUP-WINDOW-MONTH > 1
011000         SUBTRACT 1 FROM WS-DUP-WINDOW-MONTH
011010     ELSE
011020         MOVE 12 TO WS-DUP-WINDOW-MONTH
011030         SUBTRACT 1 FROM WS-DUP-WINDOW-YEAR
011040     END-IF.
011050     EVALUATE WS-DUP-WINDOW-MONTH
011060         WHEN 4
011070         WHEN 6
011080         WHEN 9
011090         WHEN 11
011100             MOVE 30 TO WS-DUP-WINDOW-DAY
011110         WHEN 2
011120             MOVE 28 TO WS-DUP-WINDOW-DAY
011130         WHEN OTHER
011140             MOVE 31 TO WS-DUP-WINDOW-DAY
011150     END-EVALUATE.
011160     IF WS-DUP-WINDOW-MONTH = 2
011170         DIVIDE WS-DUP-WINDOW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011180             REMAINDER WS-LEAP-REMAINDER
011190         IF WS-LEAP-REMAINDER = ZERO
011200             MOVE 29 TO WS-DUP-WINDOW-DAY
011210             DIVIDE WS-DUP-WINDOW-YEAR BY 100
011220                 GIVING WS-LEAP-QUOTIENT
011230                 REMAINDER WS-LEAP-REMAINDER
011240             IF WS-LEAP-REMAINDER = ZERO
011250                 DIVIDE WS-DUP-WINDOW-YEAR BY 400
011260                     GIVING WS-LEAP-QUOTIENT
011270                     REMAINDER WS-LEAP-REMAINDER
011280                 IF WS-LEAP-REMAINDER NOT = ZERO
011290                     MOVE 28 TO WS-DUP-WINDOW-DAY
011300                 END-IF
011310             END-IF
011320         END-IF
011330     END-IF.
011340 1050-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* Seed the duplicate work file with every item held in the
011390* warehouse (as 2980-READ-WHSEMST returns them), so a resend of a
011400* future-dated item is caught before the first copy has posted.
011410******************************************************************
011420 1300-LOAD-WAREHOUSE-KEYS.
011430     OPEN INPUT WHSE-MASTER-FILE.
011440     IF NOT WS-WHSEMST-OK
011450         GO TO 1300-EXIT
011460     END-IF.
011470     PERFORM 2980-READ-WHSEMST THRU 2980-EXIT.
011480     PERFORM 1350-LOAD-ONE-KEY THRU 1350-EXIT
011490         UNTIL WS-WHSE-EOF.
011500     CLOSE WHSE-MASTER-FILE.
011510     MOVE "N" TO WS-WHSE-EOF-SWITCH.
011520 1300-EXIT.
011530     EXIT.
011540
011550 1350-LOAD-ONE-KEY.
011560     MOVE WHSE-TRANS-DATA TO TRANS-RECORD.
011570     MOVE TRANS-ACCOUNT-NUMBER TO DUP-ACCOUNT-NUMBER.
011580     MOVE TRANS-CODE TO DUP-TRANS-CODE.
011590     MOVE TRANS-AMOUNT TO DUP-AMOUNT.
011600     MOVE TRANS-EFFECTIVE-DATE-X TO DUP-EFFECTIVE-DATE.
011610     MOVE "W" TO DUP-SOURCE.
011620     WRITE DUP-WORK-RECORD.
011630     PERFORM 2980-READ-WHSEMST THRU 2980-EXIT.
011640 1350-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* Duplicate check on an item that passed every field edit.  Only
011690* TRANSIN and recycled items are checked - adjustments and
011700* month-end charges are raised here under their own controls.
011710* The item is first looked for in TXNHIST, then written to the
011720* duplicate work file, where a duplicate-key status means the
011730* same item was already seen tonight or is in the warehouse.
011740* History posted under this run-id is tonight's own work from an
011750* earlier attempt and is passed over, as are items a run backout
011760* reversed and the reversal entries themselves.  A recycled
011770* item the department has released as genuine is recorded but
011780* not checked.
011790******************************************************************
011800 3500-CHECK-DUPLICATE.
011810     IF NOT WS-SOURCE-DUP-CHECKED
011820         GO TO 3500-EXIT
011830     END-IF.
011840     MOVE TRANS-ACCOUNT-NUMBER TO DUP-ACCOUNT-NUMBER.
011850     MOVE TRANS-CODE TO DUP-TRANS-CODE.
011860     MOVE TRANS-AMOUNT TO DUP-AMOUNT.
011870     MOVE TRANS-EFFECTIVE-DATE-X TO DUP-EFFECTIVE-DATE.
011880     MOVE WS-EDIT-SOURCE TO DUP-SOURCE.
011890     IF WS-SOURCE-RECYCLE AND WS-RCY-DUP-RELEASED
011900         WRITE DUP-WORK-RECORD
011910         GO TO 3500-EXIT
011920     END-IF.
011930     MOVE "N" TO WS-DUP-FOUND-SWITCH.
011940     IF WS-HIST-OPEN
011950         PERFORM 3550-SEARCH-HISTORY THRU 3550-EXIT
011960     END-IF.
011970     IF NOT WS-DUP-FOUND
011980         WRITE DUP-WORK-RECORD
011990         IF WS-DUPWORK-DUPLICATE
012000             SET WS-DUP-FOUND TO TRUE
012010         END-IF
012020     END-IF.
012030     IF WS-DUP-FOUND
012040         ADD 1 TO WS-DUPLICATE-COUNT
012050         MOVE "06" TO WS-REASON-CODE
012060     END-IF.
012070 3500-EXIT.
012080     EXIT.
012090
012100 3550-SEARCH-HISTORY.
012110     MOVE DUP-ACCOUNT-NUMBER TO TXH-ACCOUNT-NUMBER.
012120     MOVE WS-DUP-WINDOW-START TO TXH-POST-DATE.
012130     MOVE ZERO TO TXH-POST-SEQ.
012140     MOVE "N" TO WS-SCAN-SWITCH.
012150     START TXN-HISTORY-FILE KEY NOT < TXH-KEY
012160         INVALID KEY
012170             SET WS-SCAN-DONE TO TRUE
012180     END-START.
012190     PERFORM 3560-COMPARE-ONE-ITEM THRU 3560-EXIT
012200         UNTIL WS-SCAN-DONE.
012210 3550-EXIT.
012220     EXIT.
012230
012240 3560-COMPARE-ONE-ITEM.
012250     READ TXN-HISTORY-FILE NEXT RECORD
012260         AT END
012270             SET WS-SCAN-DONE TO TRUE
012280             GO TO 3560-EXIT
012290     END-READ.
012300     IF TXH-ACCOUNT-NUMBER NOT = DUP-ACCOUNT-NUMBER
012310         SET WS-SCAN-DONE TO TRUE
012320         GO TO 3560-EXIT
012330     END-IF.
012340     IF TXH-RUN-ID = JOBHDR-RUN-ID
012350             OR NOT TXH-ORIGINAL-ENTRY
012360         GO TO 3560-EXIT
012370     END-IF.
012380     IF TXH-TRANS-CODE = DUP-TRANS-CODE
012390             AND TXH-AMOUNT = DUP-AMOUNT
012400             AND TXH-EFFECTIVE-DATE = DUP-EFFECTIVE-DATE
012410         SET WS-DUP-FOUND TO TRUE
012420         SET WS-SCAN-DONE TO TRUE
012430     END-IF.
012440 3560-EXIT.
012450     EXIT.
012460
012470 7100-LIST-HEADING.
012480     ADD 1 TO WS-LIST-PAGE-COUNT.
012490     MOVE WS-LIST-PAGE-COUNT TO WS-LST-HDG-PAGE.
012500     WRITE BATCH-LIST-LINE FROM WS-LIST-HEADING-1.
012510     WRITE BATCH-LIST-LINE FROM WS-LIST-HEADING-2.
012520     WRITE BATCH-LIST-LINE FROM SPACES.
012530     MOVE 3 TO WS-LIST-LINE-COUNT.
012540 7100-EXIT.
012550     EXIT.
012560
012570******************************************************************
012580* Read the next warehoused item.  An item an earlier attempt of
012590* this run-id held from TRANSIN or TRANSRC is passed over - the
012600* re-edit of the same input holds it again - so the release pass
012610* does not carry it a second time and the duplicate check does
012620* not match tonight's own items against it.
012630******************************************************************
012640 2980-READ-WHSEMST.
012650     MOVE "N" TO WS-WHSE-ITEM-SWITCH.
012660     PERFORM 2985-READ-ONE-WHSE-ITEM THRU 2985-EXIT
012670         UNTIL WS-WHSE-EOF OR WS-WHSE-ITEM-READ.
012680 2980-EXIT.
012690     EXIT.
012700
012710 2985-READ-ONE-WHSE-ITEM.
012720     READ WHSE-MASTER-FILE
012730         AT END
012740             MOVE "Y" TO WS-WHSE-EOF-SWITCH
012750             GO TO 2985-EXIT
012760     END-READ.
012770     IF WHSE-FIRST-RUN-ID = JOBHDR-RUN-ID
012780             AND (WHSE-SOURCE = "I" OR "R")
012790         GO TO 2985-EXIT
012800     END-IF.
012810     SET WS-WHSE-ITEM-READ TO TRUE.
012820 2985-EXIT.
012830     EXIT.
012840
012850 9100-DISPLAY-HELD-COUNTS.
012860     MOVE WS-WAREHOUSED-COUNT TO WS-COUNT-DISPLAY.
012870     DISPLAY "TXNEDIT - ITEMS WAREHOUSED: " WS-COUNT-DISPLAY.
012880     MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
012890     DISPLAY "TXNEDIT - ITEMS RELEASED:   " WS-COUNT-DISPLAY.
012900     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
012910     DISPLAY "TXNEDIT - POSSIBLE DUPS:    " WS-COUNT-DISPLAY.
012920 9100-EXIT.
012930     EXIT.
012940
012950******************************************************************
012960* Empty the charge and standing-order queues once the edit has
012970* completed clean, for the same reason as the adjustment queue.
012980******************************************************************
012990 9550-PURGE-SIDE-QUEUES.
013000     IF WS-CHARGE-EOF AND RETURN-CODE = ZERO
013010         PERFORM 9510-PURGE-CHARGE-QUEUE THRU 9510-EXIT
013020     END-IF.
013030     IF WS-SO-EOF AND RETURN-CODE = ZERO
013040         PERFORM 9540-PURGE-SO-QUEUE THRU 9540-EXIT
013050     END-IF.
013060 9550-EXIT.
013070     EXIT.
013080
013090 END PROGRAM TXNEDIT.
