000400* Loads the ADD06 audit trail into a VSAM KSDS keyed by run
000500* date, cycle number and sequence number, so ADD06INQ can
000600* look up any historical pair on demand.
000610*
000620* Each reversal loaded (AUD-REV-KEY set) is also entered in
000630* the reversal register under the key of the posting it
000640* cancels, so ADD06 can refuse a second reversal and the
000650* inquiry programs can show what reversed a posting.
000654*
000658* Each record loaded is also added to its department's balance
000662* for the fiscal period of its run date (a discarded suspected
000666* duplicate, source code D, is not activity and is only
000670* loaded).  Posting only what actually loads keeps a rerun of
000674* this step from counting a record twice.  A record whose run
000678* date falls in a locked period is neither loaded nor posted;
000682* the step ends with condition code 8 and, once ops has
000686* reopened the period, a rerun loads and posts it.  Without
000687* the balance file, the period file or the reversal register
000688* nothing is loaded.  A record whose balance cannot be posted
000689* is taken back out of the cluster and the load stops with
000690* condition code 12, so a rerun loads and posts it whole.
000692*
000694* The step's control totals -- the generation read, and what of
000696* it was loaded, refused for a locked period or not loaded -- are
000698* added to the chain-totals dataset for the chain proof (ADD06CP).
000700
000800 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
001750         ACCESS MODE IS RANDOM
001800         RECORD KEY IS KAUD-KEY
001900         FILE STATUS IS WS-KSDS-STATUS.
001910
001920     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS RANDOM
001950         RECORD KEY IS RVG-ORIG-KEY
001960         FILE STATUS IS WS-REVREG-STATUS.
001963
001966     SELECT DEPT-BALANCE-FILE ASSIGN TO "DEPTBAL"
001969         ORGANIZATION IS INDEXED
001972         ACCESS MODE IS RANDOM
001975         RECORD KEY IS DBL-KEY
001978         FILE STATUS IS WS-DEPTBAL-STATUS.
001981
001984     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
001987         ORGANIZATION IS INDEXED
001990         ACCESS MODE IS RANDOM
001993         RECORD KEY IS PER-PERIOD
001996         FILE STATUS IS WS-PERIOD-STATUS.
001997
001998     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
001999         ORGANIZATION IS LINE SEQUENTIAL
002032         FILE STATUS IS WS-CHAIN-STATUS.
002065
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD  AUDIT-FILE.
002762                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
002764                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
002770                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
002780                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
002800                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
002820                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
002840                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
002860                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
002865                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
002870
002880 FD  REVERSAL-REGISTER.
002890     COPY "revrec.cpy".
002891
002892 FD  DEPT-BALANCE-FILE.
002893     COPY "deptbal.cpy".
002894
002895 FD  PERIOD-FILE.
002896     COPY "periodrec.cpy".
002897
002898 FD  CHAIN-TOTAL-FILE.
002899     COPY "chaintot.cpy".
002900
003000 WORKING-STORAGE SECTION.
003100 01 WS-AUDIT-STATUS      PIC XX          VALUE "00".
003200 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
003250 01 WS-REVREG-STATUS     PIC XX          VALUE "00".
003260 01 WS-REVREG-OPEN-SWITCH PIC X          VALUE "N".
003270    88 REVREG-OPEN                       VALUE "Y".
003300 01 WS-EOF-SWITCH        PIC X           VALUE "N".
003400    88 END-OF-FILE                       VALUE "Y".
003500 01 WS-LOAD-COUNT        PIC 9(6)        VALUE ZERO.
003550 01 WS-REVREG-COUNT      PIC 9(6)        VALUE ZERO.
003552 01 WS-DEPTBAL-STATUS    PIC XX          VALUE "00".
003554 01 WS-PERIOD-STATUS     PIC XX          VALUE "00".
003556 01 WS-DEPTBAL-OPEN-SWITCH PIC X         VALUE "N".
003558    88 DEPTBAL-OPEN                      VALUE "Y".
003560* Y the period file is open, E it has never been written (no
003562* period has been closed yet).
003564 01 WS-PERIOD-OPEN-SWITCH PIC X          VALUE "N".
003566    88 PERIOD-FILE-OPEN                  VALUE "Y".
003568    88 PERIOD-FILE-EMPTY                 VALUE "E".
003570* The last period looked up, and whether it is locked.
003572 01 WS-LOAD-PERIOD       PIC 9(6)        VALUE ZERO.
003574 01 WS-CHECKED-PERIOD    PIC 9(6)        VALUE ZERO.
003576 01 WS-PERIOD-LOCK-SWITCH PIC X          VALUE "N".
003578    88 LOAD-PERIOD-LOCKED                VALUE "Y".
003580 01 WS-NEW-BALANCE-SWITCH PIC X          VALUE "N".
003582    88 NEW-BALANCE-RECORD                VALUE "Y".
003584 01 WS-LOCKED-COUNT      PIC 9(6)        VALUE ZERO.
003586 01 WS-BALANCE-COUNT     PIC 9(6)        VALUE ZERO.
003587 01 WS-BALANCE-FAIL-COUNT PIC 9(6)        VALUE ZERO.
003588 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
003589 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
003590* Chain totals.  The hash adds the two input amounts unsigned,
003591* the same way ADD06 hashes them.
003592 01 WS-REC-HASH          PIC 9(6)V99     VALUE ZERO.
003593 01 WS-CHN-AMOUNT        PIC 9(5)V99     VALUE ZERO.
003594 01 WS-CHN-CYCLE-NO      PIC 9(2)        VALUE ZERO.
003595 01 WS-CHN-RUN-DATE      PIC 9(8)        VALUE ZERO.
003596 01 WS-READ-COUNT        PIC 9(9)        VALUE ZERO.
003597 01 WS-READ-HASH         PIC 9(13)V99    VALUE ZERO.
003598 01 WS-READ-SUM          PIC S9(13)V9(4) VALUE ZERO
003599                         SIGN LEADING SEPARATE.
003600 01 WS-LOAD-HASH         PIC 9(13)V99    VALUE ZERO.
003601 01 WS-LOAD-SUM          PIC S9(13)V9(4) VALUE ZERO
003602                         SIGN LEADING SEPARATE.
003603 01 WS-LOCKED-HASH       PIC 9(13)V99    VALUE ZERO.
003604 01 WS-LOCKED-SUM        PIC S9(13)V9(4) VALUE ZERO
003605                         SIGN LEADING SEPARATE.
003606 01 WS-NOT-LOADED-COUNT  PIC 9(6)        VALUE ZERO.
003607 01 WS-NOT-LOADED-HASH   PIC 9(13)V99    VALUE ZERO.
003608 01 WS-NOT-LOADED-SUM    PIC S9(13)V9(4) VALUE ZERO
003638                         SIGN LEADING SEPARATE.
003668
003700 PROCEDURE DIVISION.
003800
003900 PROGRAM-BEGIN.
004000     OPEN INPUT AUDIT-FILE.
004100     OPEN I-O AUDIT-KSDS.
004109* A register never loaded before is opened for its first load.
004118     OPEN I-O REVERSAL-REGISTER.
004127     IF WS-REVREG-STATUS = "35"
004136         OPEN OUTPUT REVERSAL-REGISTER
004138         IF WS-REVREG-STATUS = "00"
004140             CLOSE REVERSAL-REGISTER
004142             OPEN I-O REVERSAL-REGISTER
004144         END-IF
004145     END-IF.
004150     IF WS-REVREG-STATUS = "00"
004152         SET REVREG-OPEN TO TRUE
004153     ELSE
004163         DISPLAY "ERROR: REVREG OPEN FAILED, STATUS="
004172             WS-REVREG-STATUS " - NOTHING LOADED"
004181         MOVE 12 TO RETURN-CODE
004184         SET END-OF-FILE TO TRUE
004187     END-IF.
004191* A balance file or period file never written before is
004192* created or taken as empty, the same way.
004193     OPEN I-O DEPT-BALANCE-FILE.
004194     IF WS-DEPTBAL-STATUS = "35"
004195         OPEN OUTPUT DEPT-BALANCE-FILE
004196         IF WS-DEPTBAL-STATUS = "00"
004197             CLOSE DEPT-BALANCE-FILE
004198             OPEN I-O DEPT-BALANCE-FILE
004199         END-IF
004200     END-IF.
004201     IF WS-DEPTBAL-STATUS = "00"
004202         SET DEPTBAL-OPEN TO TRUE
004203     ELSE
004204         DISPLAY "ERROR: DEPTBAL OPEN FAILED, STATUS="
004205             WS-DEPTBAL-STATUS " - NOTHING LOADED"
004206         MOVE 12 TO RETURN-CODE
004207         SET END-OF-FILE TO TRUE
004208     END-IF.
004209     OPEN INPUT PERIOD-FILE.
004210     EVALUATE WS-PERIOD-STATUS
004211         WHEN "00"
004212             SET PERIOD-FILE-OPEN TO TRUE
004213         WHEN "35"
004214             SET PERIOD-FILE-EMPTY TO TRUE
004215         WHEN OTHER
004216             DISPLAY "ERROR: PERIOD FILE NOT AVAILABLE, STATUS="
004217                 WS-PERIOD-STATUS " - NOTHING LOADED"
004218             MOVE 12 TO RETURN-CODE
004219             SET END-OF-FILE TO TRUE
004246     END-EVALUATE.
004273
004300     PERFORM UNTIL END-OF-FILE
004400         READ AUDIT-FILE
004500             AT END
005100
005200     CLOSE AUDIT-FILE.
005300     CLOSE AUDIT-KSDS.
005320     IF REVREG-OPEN
005340         CLOSE REVERSAL-REGISTER
005360     END-IF.
005365     IF DEPTBAL-OPEN
005370         CLOSE DEPT-BALANCE-FILE
005375     END-IF.
005380     IF PERIOD-FILE-OPEN
005385         CLOSE PERIOD-FILE
005390     END-IF.
005400
005500     DISPLAY "AUDIT RECORDS LOADED TO KSDS: " WS-LOAD-COUNT.
005550     DISPLAY "REVERSALS ENTERED IN REGISTER: " WS-REVREG-COUNT.
005553     DISPLAY "POSTED TO DEPARTMENT BALANCES: " WS-BALANCE-COUNT.
005556     IF WS-LOCKED-COUNT > ZERO
005559         DISPLAY "ERROR: " WS-LOCKED-COUNT
005562             " RECORDS NOT LOADED - RUN DATE IN A LOCKED PERIOD"
005565     END-IF.
005568     IF WS-BALANCE-FAIL-COUNT > ZERO
005571         DISPLAY "ERROR: LOAD STOPPED - A DEPARTMENT BALANCE "
005574             "COULD NOT BE POSTED"
005577     END-IF.
005580     IF (WS-LOCKED-COUNT > ZERO OR WS-BALANCE-FAIL-COUNT > ZERO)
005583        AND RETURN-CODE < 8
005586         MOVE 8 TO RETURN-CODE
005589     END-IF.
005594     PERFORM WRITE-CHAIN-TOTALS.
005600
005700 PROGRAM-DONE.
005800     STOP RUN.
005900
005903 LOAD-ONE-RECORD.
005904     PERFORM ADD-TO-READ-TOTALS.
005906     MOVE AUD-RUN-DATE(1:6) TO WS-LOAD-PERIOD.
005909     IF WS-LOAD-PERIOD NOT = WS-CHECKED-PERIOD
005912         PERFORM CHECK-LOAD-PERIOD
005915     END-IF.
005918     IF LOAD-PERIOD-LOCKED
005921         ADD 1 TO WS-LOCKED-COUNT
005922         ADD WS-REC-HASH TO WS-LOCKED-HASH
005923         ADD AUD-THE-RESULT TO WS-LOCKED-SUM
005924         DISPLAY "AUDIT KEY NOT LOADED, PERIOD " WS-LOAD-PERIOD
005927             " LOCKED KEY=" AUD-KEY
005930     ELSE
005933         PERFORM LOAD-UNLOCKED-RECORD
005936     END-IF.
005939
005942* A period with no record has never been closed; a reopened
005945* one takes postings until it is closed again.
005948 CHECK-LOAD-PERIOD.
005951     MOVE WS-LOAD-PERIOD TO WS-CHECKED-PERIOD.
005954     MOVE "N" TO WS-PERIOD-LOCK-SWITCH.
005957     IF PERIOD-FILE-OPEN
005960         MOVE WS-LOAD-PERIOD TO PER-PERIOD
005963         READ PERIOD-FILE
005966             INVALID KEY
005969                 CONTINUE
005972             NOT INVALID KEY
005975                 IF PER-LOCKED
005978                     SET LOAD-PERIOD-LOCKED TO TRUE
005981                 END-IF
005984         END-READ
005987     END-IF.
005990
006000 LOAD-UNLOCKED-RECORD.
006100     MOVE AUDIT-RECORD TO KSDS-RECORD.
006200
006300     WRITE KSDS-RECORD
006400         INVALID KEY
006500             DISPLAY "AUDIT KEY NOT LOADED, STATUS="
006550                 WS-KSDS-STATUS " KEY=" KAUD-KEY
006560             ADD 1 TO WS-NOT-LOADED-COUNT
006570             ADD WS-REC-HASH TO WS-NOT-LOADED-HASH
006580             ADD KAUD-THE-RESULT TO WS-NOT-LOADED-SUM
006600         NOT INVALID KEY
006700             PERFORM FINISH-LOADED-RECORD
006708     END-WRITE.
006716
006724* The balance is posted before the reversal is registered, so
006732* a record backed out for a failed posting leaves nothing
006740* behind for the rerun to trip over.
006748 FINISH-LOADED-RECORD.
006756     MOVE "00" TO WS-DEPTBAL-STATUS.
006764     IF KAUD-SOURCE-CODE NOT = "D"
006772         PERFORM POST-TO-DEPT-BALANCE
006780     END-IF.
006788     IF WS-DEPTBAL-STATUS = "00"
006789         ADD 1 TO WS-LOAD-COUNT
006790         ADD WS-REC-HASH TO WS-LOAD-HASH
006791         ADD KAUD-THE-RESULT TO WS-LOAD-SUM
006792         IF KAUD-REV-KEY NUMERIC
006793            AND KAUD-REV-KEY NOT = ZERO
006794             PERFORM REGISTER-ONE-REVERSAL
006795         END-IF
006796     ELSE
006797         PERFORM BACK-OUT-THE-LOAD
006798     END-IF.
006799
006800* A record in the cluster with no balance posting could never
006801* be repaired, since a rerun finds its key already loaded.  It
006802* is deleted again and counted as not loaded, and nothing more
006803* is read: the short generation read shows on the chain proof.
006804 BACK-OUT-THE-LOAD.
006805     DELETE AUDIT-KSDS RECORD
006806         INVALID KEY
006807             DISPLAY "ERROR: AUDIT KEY LOADED BUT NOT POSTED, "
006808                 "STATUS=" WS-KSDS-STATUS " KEY=" KAUD-KEY
006809     END-DELETE.
006810     ADD 1 TO WS-NOT-LOADED-COUNT.
006811     ADD WS-REC-HASH TO WS-NOT-LOADED-HASH.
006812     ADD KAUD-THE-RESULT TO WS-NOT-LOADED-SUM.
006813     MOVE 12 TO RETURN-CODE.
006814     SET END-OF-FILE TO TRUE.
006815
006816* A posting already in the register means a second reversal
006817* got past ADD06's check; it is reported, never overwritten,
006820* so the register keeps naming the first reversal.
006825 REGISTER-ONE-REVERSAL.
006830     MOVE KAUD-REV-KEY TO RVG-ORIG-KEY.
006835     MOVE KAUD-KEY     TO RVG-REV-KEY.
006840     MOVE KAUD-RUN-ID  TO RVG-REV-RUN-ID.
006845     WRITE REVERSAL-REG-RECORD
006850         INVALID KEY
006855             DISPLAY "WARNING: POSTING ALREADY REVERSED, STATUS="
006860                 WS-REVREG-STATUS " KEY=" RVG-ORIG-KEY
006865                 " REVERSAL=" KAUD-KEY
006870         NOT INVALID KEY
006875             ADD 1 TO WS-REVREG-COUNT
006880     END-WRITE.
006881
006882* Adds the record's result to its department's activity for
006883* the period.  The first posting to a department and period
006884* starts it at a zero opening; closing the prior period rolls
006885* the real opening in later.  Closing is kept equal to opening
006886* plus activity on every posting.
006887 POST-TO-DEPT-BALANCE.
006888     MOVE "N" TO WS-NEW-BALANCE-SWITCH.
006889     MOVE KAUD-DEPT-CODE TO DBL-DEPT-CODE.
006890     MOVE WS-LOAD-PERIOD TO DBL-PERIOD.
006891     READ DEPT-BALANCE-FILE
006892         INVALID KEY
006893             SET NEW-BALANCE-RECORD TO TRUE
006894             MOVE ZERO TO DBL-OPENING-BALANCE
006895             MOVE ZERO TO DBL-PERIOD-ACTIVITY
006896             MOVE ZERO TO DBL-CLOSING-BALANCE
006897             MOVE ZERO TO DBL-POSTING-COUNT
006898             MOVE "N"  TO DBL-OPENING-SWITCH
006899     END-READ.
006900     ADD KAUD-THE-RESULT TO DBL-PERIOD-ACTIVITY.
006901     COMPUTE DBL-CLOSING-BALANCE =
006902         DBL-OPENING-BALANCE + DBL-PERIOD-ACTIVITY.
006903     ADD 1 TO DBL-POSTING-COUNT.
006904     MOVE KAUD-RUN-DATE TO DBL-LAST-RUN-DATE.
006905     MOVE KAUD-CYCLE-NO TO DBL-LAST-CYCLE-NO.
006906     IF NEW-BALANCE-RECORD
006907         WRITE DEPT-BALANCE-RECORD
006908     ELSE
006909         REWRITE DEPT-BALANCE-RECORD
006910     END-IF.
006911     IF WS-DEPTBAL-STATUS = "00"
006912         ADD 1 TO WS-BALANCE-COUNT
006913     ELSE
006914         ADD 1 TO WS-BALANCE-FAIL-COUNT
006915         DISPLAY "DEPTBAL NOT POSTED, STATUS=" WS-DEPTBAL-STATUS
006916             " KEY=" KAUD-KEY
006917     END-IF.
006918
007000
007100 ADD-TO-READ-TOTALS.
007200     MOVE ZERO TO WS-REC-HASH.
007300     IF AUD-FIRST-NUMBER NUMERIC
007400         MOVE AUD-FIRST-NUMBER TO WS-CHN-AMOUNT
007500         ADD WS-CHN-AMOUNT TO WS-REC-HASH
007600     END-IF.
007700     IF AUD-SECOND-NUMBER NUMERIC
007800         MOVE AUD-SECOND-NUMBER TO WS-CHN-AMOUNT
007900         ADD WS-CHN-AMOUNT TO WS-REC-HASH
008000     END-IF.
008100     ADD 1 TO WS-READ-COUNT.
008200     ADD WS-REC-HASH TO WS-READ-HASH.
008300     ADD AUD-THE-RESULT TO WS-READ-SUM.
008400     MOVE AUD-CYCLE-NO TO WS-CHN-CYCLE-NO.
008450     MOVE AUD-RUN-DATE TO WS-CHN-RUN-DATE.
008500
008600 WRITE-CHAIN-TOTALS.
008700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008710     IF WS-CHN-RUN-DATE = ZERO
008720         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CHN-RUN-DATE
008730     END-IF.
008800     OPEN EXTEND CHAIN-TOTAL-FILE.
008900     IF WS-CHAIN-STATUS NOT = "00"
009000         DISPLAY "WARNING: CHAIN TOTALS NOT WRITTEN, STATUS="
009100             WS-CHAIN-STATUS
009200     ELSE
009300         MOVE WS-CHN-RUN-DATE            TO CTT-RUN-DATE
009400         MOVE WS-CHN-CYCLE-NO            TO CTT-CYCLE-NO
009500         MOVE WS-CURRENT-DATE-TIME(1:14) TO CTT-RUN-ID
009600         MOVE "ADD06LD"                  TO CTT-STEP
009700         MOVE "GEN READ"                 TO CTT-TOTAL-ID
009800         MOVE WS-READ-COUNT              TO CTT-COUNT
009900         MOVE WS-READ-HASH               TO CTT-HASH
010000         MOVE WS-READ-SUM                TO CTT-SUM
010100         WRITE CHAIN-TOTAL-RECORD
010200         MOVE "LOADED"                   TO CTT-TOTAL-ID
010300         MOVE WS-LOAD-COUNT              TO CTT-COUNT
010400         MOVE WS-LOAD-HASH               TO CTT-HASH
010500         MOVE WS-LOAD-SUM                TO CTT-SUM
010600         WRITE CHAIN-TOTAL-RECORD
010700         MOVE "LOCK REFUSED"             TO CTT-TOTAL-ID
010800         MOVE WS-LOCKED-COUNT            TO CTT-COUNT
010900         MOVE WS-LOCKED-HASH             TO CTT-HASH
011000         MOVE WS-LOCKED-SUM              TO CTT-SUM
011100         WRITE CHAIN-TOTAL-RECORD
011200         MOVE "NOT LOADED"               TO CTT-TOTAL-ID
011300         MOVE WS-NOT-LOADED-COUNT        TO CTT-COUNT
011400         MOVE WS-NOT-LOADED-HASH         TO CTT-HASH
011500         MOVE WS-NOT-LOADED-SUM          TO CTT-SUM
011600         WRITE CHAIN-TOTAL-RECORD
011700         CLOSE CHAIN-TOTAL-FILE
011800     END-IF.
