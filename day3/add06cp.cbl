000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06cp.
000300
000400* End-of-chain control-total proof.  ADD06, ADD06XR, ADD06VG,
000500* the retain totals step (ADD06RT) and ADD06LD each add their
000600* own control totals -- count, hash of the input amounts and
000700* sum of results -- to the chain-totals dataset.  Each of them
000800* balances only its own piece; this step proves the pieces
000900* agree with one another, so a record dropped or doubled
001000* between two steps is caught the same night instead of at
001100* finance reconciliation:
001200*   - the TRANFILE trailers equal the feed details read;
001300*   - every sequence-numbered item (feed details plus the
001400*     corrections, releases and discards taken ahead of the
001500*     feed) was audited, rejected, excepted, warehoused or
001600*     suspended;
001700*   - the exceptions ADD06XR read equal ADD06's exception
001800*     file, and were all either posted or refused;
001900*   - the audit file equals ADD06's audit records plus the
002000*     exceptions ADD06XR posted;
002100*   - the retained audit generation equals the audit file, and
002200*     the retained reject generation ADD06's reject file;
002300*   - ADD06LD read the retained audit generation and loaded all
002400*     of it into the KSDS.
002500* The night's set starts at the latest ADD06 entries; a step
002600* rerun since then is taken at its latest entry.  A total that
002700* is missing (the step did not run or could not write it) is a
002800* break.  CHAINRPT gets a one-page balancing sheet and the step
002900* ends with condition code 8 on any break, 12 when there is no
003000* set for this run to prove.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CHAIN-STATUS.
003800
003900     SELECT REPORT-FILE ASSIGN TO "CHAINRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CHAIN-TOTAL-FILE.
004600     COPY "chaintot.cpy".
004700
004800 FD  REPORT-FILE.
004900 01  REPORT-RECORD         PIC X(100).
005000
005100 WORKING-STORAGE SECTION.
005200 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
005300 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
005400 01 WS-EOF-SWITCH        PIC X           VALUE "N".
005500    88 END-OF-FILE                       VALUE "Y".
005600 01 WS-SET-SWITCH        PIC X           VALUE "N".
005700    88 SET-FOUND                         VALUE "Y".
005800 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
005900 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
006000 01 WS-YESTERDAY         PIC 9(8)        VALUE ZERO.
006100 01 WS-SET-RUN-DATE      PIC 9(8)        VALUE ZERO.
006200 01 WS-SET-CYCLE-NO      PIC 9(2)        VALUE ZERO.
006300
006400* The night's totals, one slot per step and total id, the
006500* latest entry for each.
006600 01 WS-TOT-MAX           PIC 9(2)        VALUE 30.
006700 01 WS-TOT-USED          PIC 9(2)        VALUE ZERO.
006800 01 WS-TOT-SUB           PIC 9(2)        VALUE ZERO.
006900 01 WS-TOT-FOUND-SUB     PIC 9(2)        VALUE ZERO.
007000 01 WS-TOT-DROPPED       PIC 9(4)        VALUE ZERO.
007100 01 WS-TOT-TABLE.
007200    05 WS-TOT-ENTRY OCCURS 30 TIMES.
007300       10 WS-TOT-STEP        PIC X(8).
007400       10 WS-TOT-ID          PIC X(12).
007500       10 WS-TOT-COUNT       PIC 9(9).
007600       10 WS-TOT-HASH        PIC 9(13)V99.
007700       10 WS-TOT-SUM         PIC S9(13)V9(4)
007800                             SIGN LEADING SEPARATE.
007900
008000* One proof at a time: the two sides, what is compared (C
008100* count, H count and hash, A count, hash and sum) and the
008200* first total found missing.
008300 01 WS-WANT-STEP         PIC X(8)        VALUE SPACES.
008400 01 WS-WANT-ID           PIC X(12)       VALUE SPACES.
008500 01 WS-PRF-NAME          PIC X(56)       VALUE SPACES.
008600 01 WS-PRF-KIND          PIC X           VALUE "A".
008700    88 PROVE-COUNT-ONLY                  VALUE "C".
008800    88 PROVE-COUNT-AND-HASH              VALUE "H".
008900 01 WS-LEFT-LABEL        PIC X(30)       VALUE SPACES.
009000 01 WS-LEFT-COUNT        PIC 9(9)        VALUE ZERO.
009100 01 WS-LEFT-HASH         PIC 9(13)V99    VALUE ZERO.
009200 01 WS-LEFT-SUM          PIC S9(13)V9(4) VALUE ZERO
009300                         SIGN LEADING SEPARATE.
009400 01 WS-RIGHT-LABEL       PIC X(30)       VALUE SPACES.
009500 01 WS-RIGHT-COUNT       PIC 9(9)        VALUE ZERO.
009600 01 WS-RIGHT-HASH        PIC 9(13)V99    VALUE ZERO.
009700 01 WS-RIGHT-SUM         PIC S9(13)V9(4) VALUE ZERO
009800                         SIGN LEADING SEPARATE.
009900 01 WS-MISSING-SWITCH    PIC X           VALUE "N".
010000    88 TOTAL-MISSING                     VALUE "Y".
010100 01 WS-MISSING-STEP      PIC X(8)        VALUE SPACES.
010200 01 WS-MISSING-ID        PIC X(12)       VALUE SPACES.
010300 01 WS-BREAK-SWITCH      PIC X           VALUE "N".
010400    88 PROOF-BROKEN                      VALUE "Y".
010500 01 WS-PROOF-COUNT       PIC 9(2)        VALUE ZERO.
010600 01 WS-BREAK-COUNT       PIC 9(2)        VALUE ZERO.
010700
010800 PROCEDURE DIVISION.
010900
011000 PROGRAM-BEGIN.
011100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011200     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
011300     COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
011400         (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
011500
011600     OPEN OUTPUT REPORT-FILE.
011700     IF WS-REPORT-STATUS NOT = "00"
011800         DISPLAY "WARNING: CHAINRPT OPEN FAILED, STATUS="
011900             WS-REPORT-STATUS
012000     END-IF.
012100
012200     PERFORM LOAD-THE-NIGHTS-TOTALS.
012300     PERFORM WRITE-SHEET-HEADING.
012400
012500* The set must be this run's: one started today, or yesterday
012600* for a chain that ran past midnight.  An older set means
012700* ADD06 never wrote tonight's totals, and proving last
012800* night's again would pass a night nobody checked.
012900     IF NOT SET-FOUND
013000        OR (WS-SET-RUN-DATE NOT = WS-TODAY
013100            AND WS-SET-RUN-DATE NOT = WS-YESTERDAY)
013200         MOVE SPACES TO REPORT-RECORD
013300         STRING "*** NO ADD06 CONTROL TOTALS FOR THIS RUN ON "
013400                    DELIMITED BY SIZE
013500                "THE CHAIN-TOTALS DATASET - NOTHING PROVED ***"
013600                    DELIMITED BY SIZE
013700             INTO REPORT-RECORD
013800         PERFORM WRITE-SHEET-LINE
013900         DISPLAY "ERROR: NO ADD06 CONTROL TOTALS FOR THIS RUN"
014000         MOVE 12 TO RETURN-CODE
014100     ELSE
014200         PERFORM PROVE-THE-CHAIN
014300         PERFORM WRITE-SHEET-VERDICT
014400     END-IF.
014500
014600     IF WS-REPORT-STATUS = "00"
014700         CLOSE REPORT-FILE
014800     END-IF.
014900
015000 PROGRAM-DONE.
015100     STOP RUN.
015200
015300* Reads the whole dataset.  Each ADD06 trailer entry opens a
015400* new night's set and empties the table; every other entry
015500* replaces the earlier one of its step and total id.
015600 LOAD-THE-NIGHTS-TOTALS.
015700     OPEN INPUT CHAIN-TOTAL-FILE.
015800     IF WS-CHAIN-STATUS NOT = "00"
015900         DISPLAY "ERROR: CHAIN TOTALS NOT AVAILABLE, STATUS="
016000             WS-CHAIN-STATUS
016100         SET END-OF-FILE TO TRUE
016200     END-IF.
016300     PERFORM UNTIL END-OF-FILE
016400         READ CHAIN-TOTAL-FILE
016500             AT END
016600                 SET END-OF-FILE TO TRUE
016700             NOT AT END
016800                 PERFORM TAKE-ONE-TOTAL
016900         END-READ
017000     END-PERFORM.
017100     IF WS-CHAIN-STATUS = "00" OR "10"
017200         CLOSE CHAIN-TOTAL-FILE
017300     END-IF.
017400     IF WS-TOT-DROPPED > ZERO
017500         DISPLAY "WARNING: " WS-TOT-DROPPED
017600             " CHAIN TOTALS BEYOND THE TABLE IGNORED"
017700     END-IF.
017800
017900 TAKE-ONE-TOTAL.
018000     IF CTT-STEP = "ADD06" AND CTT-TOTAL-ID = "TRAILER"
018100         SET SET-FOUND TO TRUE
018200         MOVE CTT-RUN-DATE TO WS-SET-RUN-DATE
018300         MOVE CTT-CYCLE-NO TO WS-SET-CYCLE-NO
018400         MOVE ZERO TO WS-TOT-USED
018500         MOVE ZERO TO WS-TOT-DROPPED
018600     END-IF.
018700     IF SET-FOUND
018800         MOVE CTT-STEP     TO WS-WANT-STEP
018900         MOVE CTT-TOTAL-ID TO WS-WANT-ID
019000         PERFORM FIND-TOTAL
019100         IF WS-TOT-FOUND-SUB = ZERO
019200             IF WS-TOT-USED < WS-TOT-MAX
019300                 ADD 1 TO WS-TOT-USED
019400                 MOVE WS-TOT-USED TO WS-TOT-FOUND-SUB
019500             ELSE
019600                 ADD 1 TO WS-TOT-DROPPED
019700             END-IF
019800         END-IF
019900         IF WS-TOT-FOUND-SUB > ZERO
020000             MOVE CTT-STEP     TO WS-TOT-STEP(WS-TOT-FOUND-SUB)
020100             MOVE CTT-TOTAL-ID TO WS-TOT-ID(WS-TOT-FOUND-SUB)
020200             MOVE CTT-COUNT    TO WS-TOT-COUNT(WS-TOT-FOUND-SUB)
020300             MOVE CTT-HASH     TO WS-TOT-HASH(WS-TOT-FOUND-SUB)
020400             MOVE CTT-SUM      TO WS-TOT-SUM(WS-TOT-FOUND-SUB)
020500         END-IF
020600     END-IF.
020700
020800* Leaves the slot of WS-WANT-STEP/WS-WANT-ID in
020900* WS-TOT-FOUND-SUB, zero when the night has no such total.
021000 FIND-TOTAL.
021100     MOVE ZERO TO WS-TOT-FOUND-SUB.
021200     PERFORM CHECK-TOT-ENTRY
021300         VARYING WS-TOT-SUB FROM 1 BY 1
021400         UNTIL WS-TOT-SUB > WS-TOT-USED.
021500
021600 CHECK-TOT-ENTRY.
021700     IF WS-TOT-STEP(WS-TOT-SUB) = WS-WANT-STEP
021800        AND WS-TOT-ID(WS-TOT-SUB) = WS-WANT-ID
021900         MOVE WS-TOT-SUB TO WS-TOT-FOUND-SUB
022000     END-IF.
022100
022200 PROVE-THE-CHAIN.
022300     PERFORM START-A-PROOF.
022400     MOVE "TRANFILE TRAILERS = FEED DETAILS READ" TO WS-PRF-NAME.
022500     MOVE "H" TO WS-PRF-KIND.
022600     MOVE "ADD06 TRAILER" TO WS-LEFT-LABEL.
022700     MOVE "ADD06"         TO WS-WANT-STEP.
022800     MOVE "TRAILER"       TO WS-WANT-ID.
022900     PERFORM ADD-TO-LEFT-SIDE.
023000     MOVE "ADD06 FEED READ" TO WS-RIGHT-LABEL.
023100     MOVE "FEED READ"     TO WS-WANT-ID.
023200     PERFORM ADD-TO-RIGHT-SIDE.
023300     PERFORM FINISH-A-PROOF.
023400
023500     PERFORM START-A-PROOF.
023600     MOVE "ITEMS IN = AUDITED+REJECTED+EXCEPTED+WHSE+SUSPENSE"
023700         TO WS-PRF-NAME.
023800     MOVE "C" TO WS-PRF-KIND.
023900     MOVE "ADD06 FEED READ+REPAIRED IN" TO WS-LEFT-LABEL.
024000     MOVE "ADD06"         TO WS-WANT-STEP.
024100     MOVE "FEED READ"     TO WS-WANT-ID.
024200     PERFORM ADD-TO-LEFT-SIDE.
024300     MOVE "REPAIRED IN"   TO WS-WANT-ID.
024400     PERFORM ADD-TO-LEFT-SIDE.
024500     MOVE "ADD06 DISPOSITIONS" TO WS-RIGHT-LABEL.
024600     MOVE "AUDITED"       TO WS-WANT-ID.
024700     PERFORM ADD-TO-RIGHT-SIDE.
024800     MOVE "REJECTED"      TO WS-WANT-ID.
024900     PERFORM ADD-TO-RIGHT-SIDE.
025000     MOVE "EXCEPTED"      TO WS-WANT-ID.
025100     PERFORM ADD-TO-RIGHT-SIDE.
025200     MOVE "WAREHOUSED"    TO WS-WANT-ID.
025300     PERFORM ADD-TO-RIGHT-SIDE.
025400     MOVE "SUSPENDED"     TO WS-WANT-ID.
025500     PERFORM ADD-TO-RIGHT-SIDE.
025600     PERFORM FINISH-A-PROOF.
025700
025800     PERFORM START-A-PROOF.
025900     MOVE "EXCEPTIONS READ BY ADD06XR = EXCPFILE WRITTEN"
026000         TO WS-PRF-NAME.
026100     MOVE "ADD06XR EXCP READ" TO WS-LEFT-LABEL.
026200     MOVE "ADD06XR"       TO WS-WANT-STEP.
026300     MOVE "EXCP READ" TO WS-WANT-ID.
026400     PERFORM ADD-TO-LEFT-SIDE.
026500     MOVE "ADD06 EXCEPTED" TO WS-RIGHT-LABEL.
026600     MOVE "ADD06"         TO WS-WANT-STEP.
026700     MOVE "EXCEPTED"      TO WS-WANT-ID.
026800     PERFORM ADD-TO-RIGHT-SIDE.
026900     PERFORM FINISH-A-PROOF.
027000
027100     PERFORM START-A-PROOF.
027200     MOVE "EXCEPTIONS READ = POSTED + REFUSED" TO WS-PRF-NAME.
027300     MOVE "ADD06XR EXCP READ" TO WS-LEFT-LABEL.
027400     MOVE "ADD06XR"       TO WS-WANT-STEP.
027500     MOVE "EXCP READ" TO WS-WANT-ID.
027600     PERFORM ADD-TO-LEFT-SIDE.
027700     MOVE "ADD06XR POSTED+LOCK REFUSED" TO WS-RIGHT-LABEL.
027800     MOVE "POSTED"        TO WS-WANT-ID.
027900     PERFORM ADD-TO-RIGHT-SIDE.
028000     MOVE "LOCK REFUSED"  TO WS-WANT-ID.
028100     PERFORM ADD-TO-RIGHT-SIDE.
028200     PERFORM FINISH-A-PROOF.
028300
028400     PERFORM START-A-PROOF.
028500     MOVE "AUDIT FILE = AUDITED + EXCEPTIONS POSTED"
028600         TO WS-PRF-NAME.
028700     MOVE "ADD06VG AUDIT FILE" TO WS-LEFT-LABEL.
028800     MOVE "ADD06VG"       TO WS-WANT-STEP.
028900     MOVE "AUDIT FILE"    TO WS-WANT-ID.
029000     PERFORM ADD-TO-LEFT-SIDE.
029100     MOVE "ADD06 AUDITED+ADD06XR POSTED" TO WS-RIGHT-LABEL.
029200     MOVE "ADD06"         TO WS-WANT-STEP.
029300     MOVE "AUDITED"       TO WS-WANT-ID.
029400     PERFORM ADD-TO-RIGHT-SIDE.
029500     MOVE "ADD06XR"       TO WS-WANT-STEP.
029600     MOVE "POSTED"        TO WS-WANT-ID.
029700     PERFORM ADD-TO-RIGHT-SIDE.
029800     PERFORM FINISH-A-PROOF.
029900
030000     PERFORM START-A-PROOF.
030100     MOVE "RETAINED AUDIT GENERATION = AUDIT FILE"
030200         TO WS-PRF-NAME.
030300     MOVE "ADD06RT AUDIT GEN" TO WS-LEFT-LABEL.
030400     MOVE "ADD06RT"       TO WS-WANT-STEP.
030500     MOVE "AUDIT GEN"     TO WS-WANT-ID.
030600     PERFORM ADD-TO-LEFT-SIDE.
030700     MOVE "ADD06VG AUDIT FILE" TO WS-RIGHT-LABEL.
030800     MOVE "ADD06VG"       TO WS-WANT-STEP.
030900     MOVE "AUDIT FILE"    TO WS-WANT-ID.
031000     PERFORM ADD-TO-RIGHT-SIDE.
031100     PERFORM FINISH-A-PROOF.
031200
031300     PERFORM START-A-PROOF.
031400     MOVE "RETAINED REJECT GENERATION = REJECT FILE"
031500         TO WS-PRF-NAME.
031600     MOVE "C" TO WS-PRF-KIND.
031700     MOVE "ADD06RT REJECT GEN" TO WS-LEFT-LABEL.
031800     MOVE "ADD06RT"       TO WS-WANT-STEP.
031900     MOVE "REJECT GEN"    TO WS-WANT-ID.
032000     PERFORM ADD-TO-LEFT-SIDE.
032100     MOVE "ADD06 REJECTED" TO WS-RIGHT-LABEL.
032200     MOVE "ADD06"         TO WS-WANT-STEP.
032300     MOVE "REJECTED"      TO WS-WANT-ID.
032400     PERFORM ADD-TO-RIGHT-SIDE.
032500     PERFORM FINISH-A-PROOF.
032600
032700     PERFORM START-A-PROOF.
032800     MOVE "GENERATION READ BY ADD06LD = RETAINED GENERATION"
032900         TO WS-PRF-NAME.
033000     MOVE "ADD06LD GEN READ" TO WS-LEFT-LABEL.
033100     MOVE "ADD06LD"       TO WS-WANT-STEP.
033200     MOVE "GEN READ"      TO WS-WANT-ID.
033300     PERFORM ADD-TO-LEFT-SIDE.
033400     MOVE "ADD06RT AUDIT GEN" TO WS-RIGHT-LABEL.
033500     MOVE "ADD06RT"       TO WS-WANT-STEP.
033600     MOVE "AUDIT GEN"     TO WS-WANT-ID.
033700     PERFORM ADD-TO-RIGHT-SIDE.
033800     PERFORM FINISH-A-PROOF.
033900
034000     PERFORM START-A-PROOF.
034100     MOVE "LOADED INTO THE KSDS = RETAINED GENERATION"
034200         TO WS-PRF-NAME.
034300     MOVE "ADD06LD LOADED" TO WS-LEFT-LABEL.
034400     MOVE "ADD06LD"       TO WS-WANT-STEP.
034500     MOVE "LOADED"        TO WS-WANT-ID.
034600     PERFORM ADD-TO-LEFT-SIDE.
034700     MOVE "ADD06RT AUDIT GEN" TO WS-RIGHT-LABEL.
034800     MOVE "ADD06RT"       TO WS-WANT-STEP.
034900     MOVE "AUDIT GEN"     TO WS-WANT-ID.
035000     PERFORM ADD-TO-RIGHT-SIDE.
035100     PERFORM FINISH-A-PROOF.
035200
035300 START-A-PROOF.
035400     MOVE SPACES TO WS-PRF-NAME.
035500     MOVE "A"    TO WS-PRF-KIND.
035600     MOVE ZERO   TO WS-LEFT-COUNT.
035700     MOVE ZERO   TO WS-LEFT-HASH.
035800     MOVE ZERO   TO WS-LEFT-SUM.
035900     MOVE ZERO   TO WS-RIGHT-COUNT.
036000     MOVE ZERO   TO WS-RIGHT-HASH.
036100     MOVE ZERO   TO WS-RIGHT-SUM.
036200     MOVE "N"    TO WS-MISSING-SWITCH.
036300     MOVE "N"    TO WS-BREAK-SWITCH.
036400
036500 ADD-TO-LEFT-SIDE.
036600     PERFORM FIND-TOTAL.
036700     IF WS-TOT-FOUND-SUB = ZERO
036800         PERFORM NOTE-MISSING-TOTAL
036900     ELSE
037000         ADD WS-TOT-COUNT(WS-TOT-FOUND-SUB) TO WS-LEFT-COUNT
037100         ADD WS-TOT-HASH(WS-TOT-FOUND-SUB)  TO WS-LEFT-HASH
037200         ADD WS-TOT-SUM(WS-TOT-FOUND-SUB)   TO WS-LEFT-SUM
037300     END-IF.
037400
037500 ADD-TO-RIGHT-SIDE.
037600     PERFORM FIND-TOTAL.
037700     IF WS-TOT-FOUND-SUB = ZERO
037800         PERFORM NOTE-MISSING-TOTAL
037900     ELSE
038000         ADD WS-TOT-COUNT(WS-TOT-FOUND-SUB) TO WS-RIGHT-COUNT
038100         ADD WS-TOT-HASH(WS-TOT-FOUND-SUB)  TO WS-RIGHT-HASH
038200         ADD WS-TOT-SUM(WS-TOT-FOUND-SUB)   TO WS-RIGHT-SUM
038300     END-IF.
038400
038500 NOTE-MISSING-TOTAL.
038600     IF NOT TOTAL-MISSING
038700         SET TOTAL-MISSING TO TRUE
038800         MOVE WS-WANT-STEP TO WS-MISSING-STEP
038900         MOVE WS-WANT-ID   TO WS-MISSING-ID
039000     END-IF.
039100
039200* Judges the proof on the totals its kind compares and prints
039300* it: the title and verdict, then one line per side.
039400 FINISH-A-PROOF.
039500     ADD 1 TO WS-PROOF-COUNT.
039600     IF TOTAL-MISSING
039700        OR WS-LEFT-COUNT NOT = WS-RIGHT-COUNT
039800         SET PROOF-BROKEN TO TRUE
039900     END-IF.
040000     IF NOT PROVE-COUNT-ONLY
040100        AND WS-LEFT-HASH NOT = WS-RIGHT-HASH
040200         SET PROOF-BROKEN TO TRUE
040300     END-IF.
040400     IF NOT PROVE-COUNT-ONLY AND NOT PROVE-COUNT-AND-HASH
040500        AND WS-LEFT-SUM NOT = WS-RIGHT-SUM
040600         SET PROOF-BROKEN TO TRUE
040700     END-IF.
040800
040900     MOVE SPACES TO REPORT-RECORD.
041000     MOVE WS-PRF-NAME TO REPORT-RECORD.
041100     IF TOTAL-MISSING
041200         STRING "** BREAK - NO " DELIMITED BY SIZE
041300                WS-MISSING-STEP  DELIMITED BY SPACE
041400                " "              DELIMITED BY SIZE
041500                WS-MISSING-ID    DELIMITED BY SIZE
041600             INTO REPORT-RECORD(58:43)
041700     ELSE
041800     IF PROOF-BROKEN
041900         MOVE "** BREAK **" TO REPORT-RECORD(58:11)
042000     ELSE
042100         MOVE "BALANCED" TO REPORT-RECORD(58:8)
042200     END-IF
042300     END-IF.
042400     PERFORM WRITE-SHEET-LINE.
042500
042600     MOVE SPACES TO REPORT-RECORD.
042700     STRING "    "          DELIMITED BY SIZE
042800            WS-LEFT-LABEL   DELIMITED BY SIZE
042900            " COUNT "       DELIMITED BY SIZE
043000            WS-LEFT-COUNT   DELIMITED BY SIZE
043100            " HASH "        DELIMITED BY SIZE
043200            WS-LEFT-HASH    DELIMITED BY SIZE
043300            " SUM "         DELIMITED BY SIZE
043400            WS-LEFT-SUM     DELIMITED BY SIZE
043500         INTO REPORT-RECORD.
043600     PERFORM WRITE-SHEET-LINE.
043700
043800     MOVE SPACES TO REPORT-RECORD.
043900     STRING "    "          DELIMITED BY SIZE
044000            WS-RIGHT-LABEL  DELIMITED BY SIZE
044100            " COUNT "       DELIMITED BY SIZE
044200            WS-RIGHT-COUNT  DELIMITED BY SIZE
044300            " HASH "        DELIMITED BY SIZE
044400            WS-RIGHT-HASH   DELIMITED BY SIZE
044500            " SUM "         DELIMITED BY SIZE
044600            WS-RIGHT-SUM    DELIMITED BY SIZE
044700         INTO REPORT-RECORD.
044800     PERFORM WRITE-SHEET-LINE.
044900
045000     IF PROOF-BROKEN
045100         ADD 1 TO WS-BREAK-COUNT
045200         DISPLAY "ERROR: CHAIN BREAK - " WS-PRF-NAME
045300     END-IF.
045400
045500 WRITE-SHEET-HEADING.
045600     MOVE SPACES TO REPORT-RECORD.
045700     MOVE "ADD06 NIGHTLY CHAIN BALANCING SHEET" TO REPORT-RECORD.
045800     PERFORM WRITE-SHEET-LINE.
045900
046000     MOVE SPACES TO REPORT-RECORD.
046100     STRING "RUN DATE "         DELIMITED BY SIZE
046200            WS-SET-RUN-DATE     DELIMITED BY SIZE
046300            "  CYCLE "          DELIMITED BY SIZE
046400            WS-SET-CYCLE-NO     DELIMITED BY SIZE
046500            "  PROVED "         DELIMITED BY SIZE
046600            WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
046700         INTO REPORT-RECORD.
046800     PERFORM WRITE-SHEET-LINE.
046900
047000     MOVE SPACES TO REPORT-RECORD.
047100     PERFORM WRITE-SHEET-LINE.
047200
047300 WRITE-SHEET-VERDICT.
047400     MOVE SPACES TO REPORT-RECORD.
047500     PERFORM WRITE-SHEET-LINE.
047600
047700     MOVE SPACES TO REPORT-RECORD.
047800     IF WS-BREAK-COUNT = ZERO
047900         STRING "CHAIN IN BALANCE: "  DELIMITED BY SIZE
048000                WS-PROOF-COUNT        DELIMITED BY SIZE
048100                " PROOFS, NO BREAKS"  DELIMITED BY SIZE
048200             INTO REPORT-RECORD
048300         DISPLAY "CHAIN IN BALANCE"
048400     ELSE
048500         STRING "*** CHAIN OUT OF BALANCE: " DELIMITED BY SIZE
048600                WS-PROOF-COUNT        DELIMITED BY SIZE
048700                " PROOFS, "           DELIMITED BY SIZE
048800                WS-BREAK-COUNT        DELIMITED BY SIZE
048900                " BREAKS ***"         DELIMITED BY SIZE
049000             INTO REPORT-RECORD
049100         MOVE 8 TO RETURN-CODE
049200     END-IF.
049300     PERFORM WRITE-SHEET-LINE.
049400
049500 WRITE-SHEET-LINE.
049600     IF WS-REPORT-STATUS = "00"
049700         WRITE REPORT-RECORD
049800     END-IF.
