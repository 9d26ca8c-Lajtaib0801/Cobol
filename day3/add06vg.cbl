001320* of the same cycle number, never against full-day averages.
001330* The override byte on the card lets ops release a
001400* legitimately unusual day like a quarter-end spike; the
001500* release is logged, not silent.  Discarded suspected
001550* duplicates (source code D) are not volume on either side.
001560* Whatever the verdict, the whole audit file's count, hash and
001570* sum of results -- every record, of every date and source, as
001580* the retain step will copy it -- are added to the chain-totals
001590* dataset for the chain proof (ADD06CP).
001592* The verdict itself -- passed, released by the override, or
001594* held -- goes on the same dataset as a GATE entry carrying
001596* today's volume and sum, so the morning summary (ADD06MS) can
001598* show a release or a hold without the job log.
001600
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002800     SELECT PARM-FILE ASSIGN TO "VGPARM"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PARM-STATUS.
003020
003040     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
003060         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-CHAIN-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
005600                   ==AUD-ORIG-SEQ-NO==   BY ==HAUD-ORIG-SEQ-NO==
005700                   ==AUD-FIRST-NUMBER==  BY ==HAUD-FIRST-NUMBER==
005800                   ==AUD-SECOND-NUMBER== BY ==HAUD-SECOND-NUMBER==
005900                   ==AUD-THE-RESULT==    BY ==HAUD-THE-RESULT==
005920                   ==AUD-REV-KEY==       BY ==HAUD-REV-KEY==
005940                   ==AUD-REV-RUN-DATE==  BY ==HAUD-REV-RUN-DATE==
005960                   ==AUD-REV-CYCLE-NO==  BY ==HAUD-REV-CYCLE-NO==
005980                   ==AUD-REV-SEQ-NO==    BY ==HAUD-REV-SEQ-NO==
005990                   ==AUD-SOURCE-REF==    BY ==HAUD-SOURCE-REF==.
006000
006100* Ops card: allowed deviation percent (3 digits) and an
006200* override byte (Y releases a day that fails the gate).
006500     05 PRM-DEVIATION-PCT   PIC X(3).
006600     05 PRM-OVERRIDE        PIC X.
006700        88 GATE-OVERRIDDEN              VALUE "Y".
006720
006740 FD  CHAIN-TOTAL-FILE.
006760     COPY "chaintot.cpy".
006800
006900 WORKING-STORAGE SECTION.
007000 01 WS-AUDIT-STATUS      PIC XX          VALUE "00".
007100 01 WS-HIST-STATUS       PIC XX          VALUE "00".
007200 01 WS-PARM-STATUS       PIC XX          VALUE "00".
007250 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
007300 01 WS-AUDIT-EOF-SWITCH  PIC X           VALUE "N".
007400    88 AUDIT-DONE                        VALUE "Y".
007500 01 WS-HIST-EOF-SWITCH   PIC X           VALUE "N".
011200                         SIGN LEADING SEPARATE.
011300 01 WS-GATE-SWITCH       PIC X           VALUE "N".
011400    88 GATE-TRIPPED                      VALUE "Y".
011405 01 WS-GATE-VERDICT      PIC X(12)       VALUE "GATE PASSED".
011410
011420* Whole-file chain totals.  The hash adds the two input amounts
011430* unsigned, the same way ADD06 hashes them.
011440 01 WS-FILE-COUNT        PIC 9(9)        VALUE ZERO.
011450 01 WS-FILE-HASH         PIC 9(13)V99    VALUE ZERO.
011460 01 WS-FILE-SUM          PIC S9(13)V9(4) VALUE ZERO
011470                         SIGN LEADING SEPARATE.
011480 01 WS-CHN-AMOUNT        PIC 9(5)V99     VALUE ZERO.
011500
011600 PROCEDURE DIVISION.
011700
012300     PERFORM COUNT-TODAYS-AUDIT.
012400     PERFORM ROLL-UP-THE-HISTORY.
012500     PERFORM JUDGE-THE-DAY.
012550     PERFORM WRITE-CHAIN-TOTALS.
012600
012700 PROGRAM-DONE.
012800     STOP RUN.
015500         DISPLAY "ERROR: AUDITFIL NOT AVAILABLE, STATUS="
015600             WS-AUDIT-STATUS
015700         MOVE 8 TO RETURN-CODE
015750         MOVE "GATE HELD" TO WS-GATE-VERDICT
015800         SET AUDIT-DONE TO TRUE
015900     END-IF.
016000     PERFORM UNTIL AUDIT-DONE
016200             AT END
016300                 SET AUDIT-DONE TO TRUE
016400             NOT AT END
016450                 PERFORM ADD-TO-FILE-TOTALS
016500                 IF AUD-RUN-DATE NUMERIC
016550                    AND AUD-CYCLE-NO NUMERIC
016600                    AND AUD-THE-RESULT NUMERIC
016700                    AND AUD-RUN-DATE = WS-RUN-DATE
016720                    AND AUD-SOURCE-CODE NOT = "D"
016750                     PERFORM COUNT-ONE-TODAY-RECORD
017000                 END-IF
017100         END-READ
019600* Same pre-conversion screening as the trend report: a
019700* record whose fields are not clean current-layout values is
019800* counted out, not guessed at.  Today's own date is excluded
019900* from the history side on a rerun, and a discarded
019950* duplicate is passed over without being counted.
020000 ROLL-UP-ONE-RECORD.
020100     IF HAUD-RUN-DATE NOT NUMERIC
020150        OR HAUD-CYCLE-NO NOT NUMERIC
020600        OR HAUD-RUN-DATE = WS-RUN-DATE
020700         ADD 1 TO WS-DAY-DROPPED
020800     ELSE
020850     IF HAUD-SOURCE-CODE NOT = "D"
020900         MOVE HAUD-RUN-DATE TO WS-WORK-DATE
020950         MOVE HAUD-CYCLE-NO TO WS-WORK-CYCLE
021000         PERFORM FIND-DAY-SUB
021300             ADD HAUD-THE-RESULT TO WS-DAY-SUM(WS-DAY-SUB)
021400         END-IF
021500     END-IF
021550     END-IF
021600     END-IF.
021700
021800 FIND-DAY-SUB.
025060         IF RELEASE-IS-FORCED
025062             DISPLAY "WARNING: NO AUDIT RECORDS FOR TODAY "
025064                 "BUT DAY RELEASED BY OPS OVERRIDE"
025065             MOVE "GATE RELEASE" TO WS-GATE-VERDICT
025066         ELSE
025068             DISPLAY "ERROR: NO AUDIT RECORDS FOR TODAY "
025070                 "AGAINST REAL HISTORY - RETAIN AND LOAD "
025072                 "STEPS HELD"
025074             MOVE 8 TO RETURN-CODE
025075             MOVE "GATE HELD" TO WS-GATE-VERDICT
025076         END-IF
025078     ELSE
025080         PERFORM SUM-ONE-DAY
030900         IF RELEASE-IS-FORCED
031000             DISPLAY "WARNING: VOLUME GATE TRIPPED BUT DAY "
031100                 "RELEASED BY OPS OVERRIDE"
031150             MOVE "GATE RELEASE" TO WS-GATE-VERDICT
031200         ELSE
031300             DISPLAY "ERROR: VOLUME GATE TRIPPED - RETAIN AND "
031400                 "LOAD STEPS HELD"
031500             MOVE 8 TO RETURN-CODE
031550             MOVE "GATE HELD" TO WS-GATE-VERDICT
031600         END-IF
031700     ELSE
031800         DISPLAY "VOLUME GATE PASSED"
031900     END-IF.
032000
032100 ADD-TO-FILE-TOTALS.
032200     ADD 1 TO WS-FILE-COUNT.
032300     IF AUD-FIRST-NUMBER NUMERIC
032400         MOVE AUD-FIRST-NUMBER TO WS-CHN-AMOUNT
032500         ADD WS-CHN-AMOUNT TO WS-FILE-HASH
032600     END-IF.
032700     IF AUD-SECOND-NUMBER NUMERIC
032800         MOVE AUD-SECOND-NUMBER TO WS-CHN-AMOUNT
032900         ADD WS-CHN-AMOUNT TO WS-FILE-HASH
033000     END-IF.
033100     IF AUD-THE-RESULT NUMERIC
033200         ADD AUD-THE-RESULT TO WS-FILE-SUM
033300     END-IF.
033400
033500 WRITE-CHAIN-TOTALS.
033600     OPEN EXTEND CHAIN-TOTAL-FILE.
033700     IF WS-CHAIN-STATUS NOT = "00"
033800         DISPLAY "WARNING: CHAIN TOTALS NOT WRITTEN, STATUS="
033900             WS-CHAIN-STATUS
034000     ELSE
034100         MOVE WS-RUN-DATE                TO CTT-RUN-DATE
034200         MOVE WS-TODAY-CYCLE             TO CTT-CYCLE-NO
034300         MOVE WS-CURRENT-DATE-TIME(1:14) TO CTT-RUN-ID
034400         MOVE "ADD06VG"                  TO CTT-STEP
034500         MOVE "AUDIT FILE"               TO CTT-TOTAL-ID
034600         MOVE WS-FILE-COUNT              TO CTT-COUNT
034700         MOVE WS-FILE-HASH               TO CTT-HASH
034800         MOVE WS-FILE-SUM                TO CTT-SUM
034900         WRITE CHAIN-TOTAL-RECORD
034910         MOVE WS-GATE-VERDICT            TO CTT-TOTAL-ID
034920         MOVE WS-TODAY-VOLUME            TO CTT-COUNT
034930         MOVE ZERO                       TO CTT-HASH
034940         MOVE WS-TODAY-SUM               TO CTT-SUM
034950         WRITE CHAIN-TOTAL-RECORD
035000         CLOSE CHAIN-TOTAL-FILE
035100     END-IF.
