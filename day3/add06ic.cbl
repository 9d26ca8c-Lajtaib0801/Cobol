000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06ic.
000300
000400* Independent recomputation check of the results posted to the
000500* audit KSDS, run monthly for the internal audit pack.  Nothing
000600* else ever re-checks AUD-THE-RESULT once it is written, so a
000700* change to ADD06's arithmetic or a bad record slipped in by a
000800* load or a manual fix would otherwise reach finance and pass
000900* reconciliation.  This program shares no arithmetic with
001000* ADD06 or ADD06XR: it recomputes every result from the
001100* stored inputs and operation code under the posting rules --
001200*   - the full result is carried to four decimals, truncated;
001300*   - a pair that overflowed its window was posted at that full
001400*     precision by ADD06XR: a legacy D pair (whole amounts 0 to
001500*     99) overflows past 999, an extended E pair past
001600*     plus or minus 9999999.99;
001700*   - any other pair was posted by ADD06 truncated to two
001800*     decimals;
001900*   - a reversal carries the result negated.
002000* and lists every record whose stored result disagrees, every
002100* operation code that is not valid, and every source-code-R
002200* record whose original-reject key answers no reject on the
002300* retained reject generations.  A repair older than the oldest
002400* retained reject cannot be checked that way and is only
002500* counted.  Discarded duplicates (source code D) carry no
002600* computed result and are passed over.
002700*
002800* ICPARM picks the records: from and to run dates (columns
002900* 1-8 and 9-16; blank means the first and the last on file),
003000* a sample percentage (17-19; blank or 100 checks every record
003100* in the range) and the sample seed (20-27; blank takes one
003200* from the clock).  The seed is printed so a sample can be
003300* drawn again.  The step ends with condition code 8 on any
003400* finding and 12 when the card or the cluster cannot be used.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PARM-FILE ASSIGN TO "ICPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200
004300     SELECT AUDIT-KSDS ASSIGN TO "AUDITKSD"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS KAUD-KEY
004700         FILE STATUS IS WS-KSDS-STATUS.
004800
004900     SELECT REJECT-FILE ASSIGN TO "REJFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-REJECT-STATUS.
005200
005300     SELECT REPORT-FILE ASSIGN TO "ICRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PARM-FILE.
006000 01  PARM-RECORD.
006100     05 PRM-FROM-DATE       PIC X(8).
006200     05 PRM-TO-DATE         PIC X(8).
006300     05 PRM-SAMPLE-PCT      PIC X(3).
006400     05 PRM-SAMPLE-SEED     PIC X(8).
006500
006600 FD  AUDIT-KSDS.
006700     COPY "auditrec.cpy"
006800         REPLACING ==AUDIT-RECORD==      BY ==KSDS-RECORD==
006900                   ==AUD-KEY==           BY ==KAUD-KEY==
007000                   ==AUD-RUN-DATE==      BY ==KAUD-RUN-DATE==
007100                   ==AUD-CYCLE-NO==      BY ==KAUD-CYCLE-NO==
007200                   ==AUD-SEQ-NO==        BY ==KAUD-SEQ-NO==
007300                   ==AUD-RUN-ID==        BY ==KAUD-RUN-ID==
007400                   ==AUD-DEPT-CODE==     BY ==KAUD-DEPT-CODE==
007500                   ==AUD-OPERATION-CODE==
007600                         BY ==KAUD-OPERATION-CODE==
007700                   ==AUD-SOURCE-CODE==   BY ==KAUD-SOURCE-CODE==
007800                   ==AUD-ORIG-KEY==      BY ==KAUD-ORIG-KEY==
007900                   ==AUD-ORIG-RUN-DATE==
008000                         BY ==KAUD-ORIG-RUN-DATE==
008100                   ==AUD-ORIG-CYCLE-NO==
008200                         BY ==KAUD-ORIG-CYCLE-NO==
008300                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
008400                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
008500                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
008600                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
008700                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
008800                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
008900                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
009000                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
009100                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
009200
009300 FD  REJECT-FILE.
009400     COPY "rejrec.cpy".
009500
009600 FD  REPORT-FILE.
009700 01  REPORT-RECORD         PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000 01 WS-PARM-STATUS       PIC XX          VALUE "00".
010100 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
010200 01 WS-REJECT-STATUS     PIC XX          VALUE "00".
010300 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
010400 01 WS-EOF-SWITCH        PIC X           VALUE "N".
010500    88 END-OF-FILE                       VALUE "Y".
010600 01 WS-PARM-SWITCH       PIC X           VALUE "N".
010700    88 PARM-IS-GOOD                      VALUE "Y".
010800 01 WS-RUN-RC            PIC 99          VALUE ZERO.
010900 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
011000
011100* The selection.
011200 01 WS-FROM-DATE         PIC 9(8)        VALUE ZERO.
011300 01 WS-TO-DATE           PIC 9(8)        VALUE 99999999.
011400 01 WS-SAMPLE-PCT        PIC 9(3)        VALUE 100.
011500 01 WS-SAMPLE-SEED       PIC 9(8)        VALUE ZERO.
011600 01 WS-SAMPLE-DRAW       PIC 9(3)V9(6)   VALUE ZERO.
011700
011800* Every reject on the retained generations, by key, and the
011900* oldest run date among them.
012000 01 WS-REJ-MAX           PIC 9(5)        VALUE 20000.
012100 01 WS-REJ-USED          PIC 9(5)        VALUE ZERO.
012200 01 WS-REJ-SUB           PIC 9(5)        VALUE ZERO.
012300 01 WS-REJ-FOUND-SUB     PIC 9(5)        VALUE ZERO.
012400 01 WS-REJ-DROPPED       PIC 9(6)        VALUE ZERO.
012500 01 WS-REJ-OLDEST        PIC 9(8)        VALUE 99999999.
012600 01 WS-REJ-TABLE.
012700    05 WS-REJ-KEY OCCURS 20000 TIMES  PIC X(16).
012800
012900* The recomputation.  Inputs and result are held in the same
013000* pictures the posting programs use, so truncation happens in
013100* the same places.
013200 01 WS-IC-FIRST          PIC S9(5)V99    VALUE ZERO.
013300 01 WS-IC-SECOND         PIC S9(5)V99    VALUE ZERO.
013400 01 WS-IC-WHOLE          PIC S9(5)       VALUE ZERO.
013500 01 WS-IC-FULL           PIC S9(11)V9(4) VALUE ZERO.
013600 01 WS-IC-POSTED         PIC S9(7)V99    VALUE ZERO.
013700 01 WS-IC-EXPECTED       PIC S9(11)V9(4) VALUE ZERO
013800                         SIGN LEADING SEPARATE.
013900 01 WS-LEGACY-SWITCH     PIC X           VALUE "N".
014000    88 LEGACY-SHAPED-PAIR                VALUE "Y".
014100 01 WS-OVERFLOW-SWITCH   PIC X           VALUE "N".
014200    88 PAIR-OVERFLOWED                   VALUE "Y".
014300 01 WS-FINDING           PIC X(30)       VALUE SPACES.
014400 01 WS-WORK-KEY          PIC X(16)       VALUE SPACES.
014500
014600* Counts.
014700 01 WS-READ-COUNT        PIC 9(9)        VALUE ZERO.
014800 01 WS-DISCARD-COUNT     PIC 9(9)        VALUE ZERO.
014900 01 WS-NOT-SAMPLED       PIC 9(9)        VALUE ZERO.
015000 01 WS-CHECKED-COUNT     PIC 9(9)        VALUE ZERO.
015100 01 WS-MISMATCH-COUNT    PIC 9(9)        VALUE ZERO.
015200 01 WS-BAD-OP-COUNT      PIC 9(9)        VALUE ZERO.
015300 01 WS-REPAIR-COUNT      PIC 9(9)        VALUE ZERO.
015400 01 WS-ORPHAN-COUNT      PIC 9(9)        VALUE ZERO.
015500 01 WS-UNCHECKED-REPAIRS PIC 9(9)        VALUE ZERO.
015600
015700 PROCEDURE DIVISION.
015800
015900 PROGRAM-BEGIN.
016000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
016100     OPEN OUTPUT REPORT-FILE.
016200     IF WS-REPORT-STATUS NOT = "00"
016300         DISPLAY "WARNING: ICRPT OPEN FAILED, STATUS="
016400             WS-REPORT-STATUS
016500     END-IF.
016600
016700     PERFORM READ-CHECK-PARAMETERS.
016800     IF NOT PARM-IS-GOOD
016900         MOVE 12 TO WS-RUN-RC
017000     ELSE
017100         PERFORM WRITE-REPORT-HEADING
017200         PERFORM LOAD-THE-REJECTS
017300         PERFORM CHECK-THE-AUDIT-RANGE
017400         PERFORM WRITE-REPORT-TOTALS
017500     END-IF.
017600
017700     IF WS-REPORT-STATUS = "00"
017800         CLOSE REPORT-FILE
017900     END-IF.
018000
018100     IF WS-RUN-RC > ZERO
018200         MOVE WS-RUN-RC TO RETURN-CODE
018300     END-IF.
018400
018500 PROGRAM-DONE.
018600     STOP RUN.
018700
018800 READ-CHECK-PARAMETERS.
018900     OPEN INPUT PARM-FILE.
019000     IF WS-PARM-STATUS NOT = "00"
019100         DISPLAY "ERROR: ICPARM NOT AVAILABLE, STATUS="
019200             WS-PARM-STATUS
019300     ELSE
019400         READ PARM-FILE
019500             AT END
019600                 DISPLAY "ERROR: ICPARM IS EMPTY"
019700             NOT AT END
019800                 PERFORM CHECK-PARAMETER-CARD
019900         END-READ
020000         CLOSE PARM-FILE
020100     END-IF.
020200
020300 CHECK-PARAMETER-CARD.
020400     SET PARM-IS-GOOD TO TRUE.
020500     IF PRM-FROM-DATE NUMERIC
020600         MOVE PRM-FROM-DATE TO WS-FROM-DATE
020700     ELSE
020800     IF PRM-FROM-DATE NOT = SPACES
020900         DISPLAY "ERROR: ICPARM FROM DATE NOT NUMERIC: "
021000             PRM-FROM-DATE
021100         MOVE "N" TO WS-PARM-SWITCH
021200     END-IF
021300     END-IF.
021400     IF PRM-TO-DATE NUMERIC
021500         MOVE PRM-TO-DATE TO WS-TO-DATE
021600     ELSE
021700     IF PRM-TO-DATE NOT = SPACES
021800         DISPLAY "ERROR: ICPARM TO DATE NOT NUMERIC: "
021900             PRM-TO-DATE
022000         MOVE "N" TO WS-PARM-SWITCH
022100     END-IF
022200     END-IF.
022300     IF PRM-SAMPLE-PCT NUMERIC
022400        AND PRM-SAMPLE-PCT > "000"
022500        AND PRM-SAMPLE-PCT NOT > "100"
022600         MOVE PRM-SAMPLE-PCT TO WS-SAMPLE-PCT
022700     ELSE
022800     IF PRM-SAMPLE-PCT NOT = SPACES
022900         DISPLAY "ERROR: ICPARM SAMPLE MUST BE 001-100: "
023000             PRM-SAMPLE-PCT
023100         MOVE "N" TO WS-PARM-SWITCH
023200     END-IF
023300     END-IF.
023400     IF PRM-SAMPLE-SEED NUMERIC
023500         MOVE PRM-SAMPLE-SEED TO WS-SAMPLE-SEED
023600     ELSE
023700         MOVE WS-CURRENT-DATE-TIME(9:8) TO WS-SAMPLE-SEED
023800     END-IF.
023900     IF WS-FROM-DATE > WS-TO-DATE
024000         DISPLAY "ERROR: ICPARM FROM DATE AFTER TO DATE"
024100         MOVE "N" TO WS-PARM-SWITCH
024200     END-IF.
024300     IF PARM-IS-GOOD AND WS-SAMPLE-PCT < 100
024400         COMPUTE WS-SAMPLE-DRAW =
024500             FUNCTION RANDOM(WS-SAMPLE-SEED) * 100
024600     END-IF.
024700
024800* Tables every reject key on the retained generations.
024900* Pre-conversion records, with no usable key, are counted.
025000 LOAD-THE-REJECTS.
025100     MOVE "N" TO WS-EOF-SWITCH.
025200     OPEN INPUT REJECT-FILE.
025300     IF WS-REJECT-STATUS NOT = "00"
025400         DISPLAY "WARNING: REJECT RETAIN NOT AVAILABLE, STATUS="
025500             WS-REJECT-STATUS " - REPAIRS NOT CHECKED"
025600         SET END-OF-FILE TO TRUE
025700     END-IF.
025800     PERFORM UNTIL END-OF-FILE
025900         READ REJECT-FILE
026000             AT END
026100                 SET END-OF-FILE TO TRUE
026200             NOT AT END
026300                 PERFORM LOAD-ONE-REJECT
026400         END-READ
026500     END-PERFORM.
026600     IF WS-REJECT-STATUS = "00" OR "10"
026700         CLOSE REJECT-FILE
026800     END-IF.
026900     IF WS-REJ-DROPPED > ZERO
027000         DISPLAY "WARNING: " WS-REJ-DROPPED
027100             " REJECT RECORDS NOT TABLED"
027200     END-IF.
027300
027400 LOAD-ONE-REJECT.
027500     IF REJ-RUN-DATE NOT NUMERIC
027600        OR REJ-CYCLE-NO NOT NUMERIC
027700        OR REJ-SEQ-NO NOT NUMERIC
027800         ADD 1 TO WS-REJ-DROPPED
027900     ELSE
028000     IF WS-REJ-USED < WS-REJ-MAX
028100         ADD 1 TO WS-REJ-USED
028200         MOVE REJECT-RECORD(1:16) TO WS-REJ-KEY(WS-REJ-USED)
028300         IF REJ-RUN-DATE < WS-REJ-OLDEST
028400             MOVE REJ-RUN-DATE TO WS-REJ-OLDEST
028500         END-IF
028600     ELSE
028700         ADD 1 TO WS-REJ-DROPPED
028800     END-IF
028900     END-IF.
029000
029100* Walks the cluster over the range in key order.
029200 CHECK-THE-AUDIT-RANGE.
029300     MOVE "N" TO WS-EOF-SWITCH.
029400     OPEN INPUT AUDIT-KSDS.
029500     IF WS-KSDS-STATUS NOT = "00"
029600         DISPLAY "ERROR: AUDIT KSDS NOT AVAILABLE, STATUS="
029700             WS-KSDS-STATUS
029800         MOVE 12 TO WS-RUN-RC
029900         SET END-OF-FILE TO TRUE
030000     ELSE
030100         PERFORM START-AT-FROM-DATE
030200     END-IF.
030300
030400     PERFORM UNTIL END-OF-FILE
030500         READ AUDIT-KSDS NEXT RECORD
030600             AT END
030700                 SET END-OF-FILE TO TRUE
030800             NOT AT END
030900                 EVALUATE TRUE
031000                     WHEN KAUD-RUN-DATE > WS-TO-DATE
031100                         SET END-OF-FILE TO TRUE
031200                     WHEN KAUD-SOURCE-CODE = "D"
031300                         ADD 1 TO WS-READ-COUNT
031400                         ADD 1 TO WS-DISCARD-COUNT
031500                     WHEN OTHER
031600                         ADD 1 TO WS-READ-COUNT
031700                         PERFORM SAMPLE-ONE-RECORD
031800                 END-EVALUATE
031900         END-READ
032000     END-PERFORM.
032100
032200     IF WS-KSDS-STATUS = "00" OR "10"
032300         CLOSE AUDIT-KSDS
032400     END-IF.
032500
032600     IF WS-MISMATCH-COUNT > ZERO
032700        OR WS-BAD-OP-COUNT > ZERO
032800        OR WS-ORPHAN-COUNT > ZERO
032900         IF WS-RUN-RC < 8
033000             MOVE 8 TO WS-RUN-RC
033100         END-IF
033200     END-IF.
033300
033400 START-AT-FROM-DATE.
033500     MOVE WS-FROM-DATE TO KAUD-RUN-DATE.
033600     MOVE ZERO         TO KAUD-CYCLE-NO.
033700     MOVE ZERO         TO KAUD-SEQ-NO.
033800     START AUDIT-KSDS KEY NOT < KAUD-KEY
033900         INVALID KEY
034000             SET END-OF-FILE TO TRUE
034100     END-START.
034200
034300* The first draw was taken with the seed; every record after
034400* that takes the next number of the same series, so one seed
034500* always draws the same sample from the same cluster.
034600 SAMPLE-ONE-RECORD.
034700     IF WS-SAMPLE-PCT = 100
034800         PERFORM CHECK-ONE-RECORD
034900     ELSE
035000         IF WS-SAMPLE-DRAW < WS-SAMPLE-PCT
035100             PERFORM CHECK-ONE-RECORD
035200         ELSE
035300             ADD 1 TO WS-NOT-SAMPLED
035400         END-IF
035500         COMPUTE WS-SAMPLE-DRAW = FUNCTION RANDOM * 100
035600     END-IF.
035700
035800 CHECK-ONE-RECORD.
035900     ADD 1 TO WS-CHECKED-COUNT.
036000     MOVE ZERO TO WS-IC-EXPECTED.
036100     IF KAUD-OPERATION-CODE NOT = "A" AND NOT = "S"
036200                        AND NOT = "M" AND NOT = "D"
036300         ADD 1 TO WS-BAD-OP-COUNT
036400         MOVE "INVALID OPERATION CODE" TO WS-FINDING
036500         PERFORM WRITE-FINDING-LINE
036600     ELSE
036700     IF KAUD-FIRST-NUMBER NOT NUMERIC
036800        OR KAUD-SECOND-NUMBER NOT NUMERIC
036900        OR KAUD-THE-RESULT NOT NUMERIC
037000         ADD 1 TO WS-MISMATCH-COUNT
037100         MOVE "AMOUNT OR RESULT NOT NUMERIC" TO WS-FINDING
037200         PERFORM WRITE-FINDING-LINE
037300     ELSE
037400     IF KAUD-OPERATION-CODE = "D"
037500        AND KAUD-SECOND-NUMBER = ZERO
037600         ADD 1 TO WS-MISMATCH-COUNT
037700         MOVE "DIVIDE BY ZERO POSTED" TO WS-FINDING
037800         PERFORM WRITE-FINDING-LINE
037900     ELSE
038000         PERFORM RECOMPUTE-THE-RESULT
038100         IF KAUD-THE-RESULT NOT = WS-IC-EXPECTED
038200             ADD 1 TO WS-MISMATCH-COUNT
038300             MOVE "RESULT DOES NOT RECOMPUTE" TO WS-FINDING
038400             PERFORM WRITE-FINDING-LINE
038500         END-IF
038600     END-IF
038700     END-IF
038800     END-IF.
038900     IF KAUD-SOURCE-CODE = "R"
039000         PERFORM CHECK-REPAIRED-REJECT
039100     END-IF.
039200
039300 RECOMPUTE-THE-RESULT.
039400     MOVE KAUD-FIRST-NUMBER  TO WS-IC-FIRST.
039500     MOVE KAUD-SECOND-NUMBER TO WS-IC-SECOND.
039600     EVALUATE KAUD-OPERATION-CODE
039700         WHEN "A"
039800             COMPUTE WS-IC-FULL = WS-IC-FIRST + WS-IC-SECOND
039900         WHEN "S"
040000             COMPUTE WS-IC-FULL = WS-IC-FIRST - WS-IC-SECOND
040100         WHEN "M"
040200             COMPUTE WS-IC-FULL = WS-IC-FIRST * WS-IC-SECOND
040300         WHEN "D"
040400             DIVIDE WS-IC-FIRST BY WS-IC-SECOND
040500                 GIVING WS-IC-FULL
040600     END-EVALUATE.
040700
040800* Only a legacy D detail can carry whole amounts from 0 to 99
040900* in both inputs; anything else arrived as an E detail.
041000     MOVE "N" TO WS-LEGACY-SWITCH.
041100     MOVE WS-IC-FIRST TO WS-IC-WHOLE.
041200     IF WS-IC-WHOLE = WS-IC-FIRST
041300        AND WS-IC-FIRST NOT < ZERO AND WS-IC-FIRST NOT > 99
041400         MOVE WS-IC-SECOND TO WS-IC-WHOLE
041500         IF WS-IC-WHOLE = WS-IC-SECOND
041600            AND WS-IC-SECOND NOT < ZERO
041700            AND WS-IC-SECOND NOT > 99
041800             SET LEGACY-SHAPED-PAIR TO TRUE
041900         END-IF
042000     END-IF.
042100
042200     MOVE "N" TO WS-OVERFLOW-SWITCH.
042300     IF LEGACY-SHAPED-PAIR
042400         IF WS-IC-FULL > 999
042500             SET PAIR-OVERFLOWED TO TRUE
042600         END-IF
042700     ELSE
042800         IF WS-IC-FULL > 9999999.99
042900            OR WS-IC-FULL < -9999999.99
043000             SET PAIR-OVERFLOWED TO TRUE
043100         END-IF
043200     END-IF.
043300
043400     IF PAIR-OVERFLOWED
043500         MOVE WS-IC-FULL TO WS-IC-EXPECTED
043600     ELSE
043700         MOVE WS-IC-FULL TO WS-IC-POSTED
043800         MOVE WS-IC-POSTED TO WS-IC-EXPECTED
043900     END-IF.
044000
044100     IF KAUD-REV-KEY NUMERIC
044200        AND KAUD-REV-KEY NOT = ZEROS
044300         COMPUTE WS-IC-EXPECTED = ZERO - WS-IC-EXPECTED
044400     END-IF.
044500
044600* A repair must answer a reject.  One older than every
044700* retained reject, or checked against an overflowing table,
044800* cannot be proved missing and is only counted.
044900 CHECK-REPAIRED-REJECT.
045000     ADD 1 TO WS-REPAIR-COUNT.
045100     IF KAUD-ORIG-KEY NOT NUMERIC
045200        OR KAUD-ORIG-KEY = ZEROS
045300         ADD 1 TO WS-ORPHAN-COUNT
045400         MOVE "REPAIR WITH NO REJECT KEY" TO WS-FINDING
045500         PERFORM WRITE-FINDING-LINE
045600     ELSE
045700     IF KAUD-ORIG-RUN-DATE < WS-REJ-OLDEST
045800         ADD 1 TO WS-UNCHECKED-REPAIRS
045900     ELSE
046000         MOVE KAUD-ORIG-KEY TO WS-WORK-KEY
046100         PERFORM FIND-REJECT-KEY
046200         IF WS-REJ-FOUND-SUB = ZERO
046300             IF WS-REJ-DROPPED > ZERO
046400                 ADD 1 TO WS-UNCHECKED-REPAIRS
046500             ELSE
046600                 ADD 1 TO WS-ORPHAN-COUNT
046700                 MOVE "REPAIRED REJECT NOT FOUND" TO WS-FINDING
046800                 PERFORM WRITE-FINDING-LINE
046900             END-IF
047000         END-IF
047100     END-IF
047200     END-IF.
047300
047400 FIND-REJECT-KEY.
047500     MOVE ZERO TO WS-REJ-FOUND-SUB.
047600     PERFORM CHECK-REJECT-KEY
047700         VARYING WS-REJ-SUB FROM 1 BY 1
047800         UNTIL WS-REJ-SUB > WS-REJ-USED
047900            OR WS-REJ-FOUND-SUB > ZERO.
048000
048100 CHECK-REJECT-KEY.
048200     IF WS-REJ-KEY(WS-REJ-SUB) = WS-WORK-KEY
048300         MOVE WS-REJ-SUB TO WS-REJ-FOUND-SUB
048400     END-IF.
048500
048600 WRITE-FINDING-LINE.
048700     MOVE SPACES TO REPORT-RECORD.
048800     STRING KAUD-KEY             DELIMITED BY SIZE
048900            " "                  DELIMITED BY SIZE
049000            KAUD-DEPT-CODE       DELIMITED BY SIZE
049100            " "                  DELIMITED BY SIZE
049200            KAUD-OPERATION-CODE  DELIMITED BY SIZE
049300            " "                  DELIMITED BY SIZE
049400            KAUD-SOURCE-CODE     DELIMITED BY SIZE
049500            " "                  DELIMITED BY SIZE
049600            KAUD-FIRST-NUMBER    DELIMITED BY SIZE
049700            " "                  DELIMITED BY SIZE
049800            KAUD-SECOND-NUMBER   DELIMITED BY SIZE
049900            " "                  DELIMITED BY SIZE
050000            KAUD-THE-RESULT      DELIMITED BY SIZE
050100            " "                  DELIMITED BY SIZE
050200            WS-IC-EXPECTED       DELIMITED BY SIZE
050300            " "                  DELIMITED BY SIZE
050400            KAUD-ORIG-KEY        DELIMITED BY SIZE
050500            " "                  DELIMITED BY SIZE
050600            WS-FINDING           DELIMITED BY SIZE
050700         INTO REPORT-RECORD.
050800     PERFORM WRITE-REPORT-LINE.
050900
051000 WRITE-REPORT-HEADING.
051100     MOVE SPACES TO REPORT-RECORD.
051200     MOVE "ADD06 AUDIT KSDS INDEPENDENT RECOMPUTATION CHECK"
051300         TO REPORT-RECORD.
051400     PERFORM WRITE-REPORT-LINE.
051500
051600     MOVE SPACES TO REPORT-RECORD.
051700     STRING "RUN AT "                  DELIMITED BY SIZE
051800            WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
051900            "  RUN DATES "             DELIMITED BY SIZE
052000            WS-FROM-DATE               DELIMITED BY SIZE
052100            " TO "                     DELIMITED BY SIZE
052200            WS-TO-DATE                 DELIMITED BY SIZE
052300            "  SAMPLE "                DELIMITED BY SIZE
052400            WS-SAMPLE-PCT              DELIMITED BY SIZE
052500            " PCT  SEED "              DELIMITED BY SIZE
052600            WS-SAMPLE-SEED             DELIMITED BY SIZE
052700         INTO REPORT-RECORD.
052800     PERFORM WRITE-REPORT-LINE.
052900
053000     MOVE SPACES TO REPORT-RECORD.
053100     PERFORM WRITE-REPORT-LINE.
053200
053300     MOVE SPACES TO REPORT-RECORD.
053400     STRING "AUDIT KEY        DPT O S FIRST    SECOND   "
053500                DELIMITED BY SIZE
053600            "STORED RESULT     EXPECTED RESULT   "
053700                DELIMITED BY SIZE
053800            "ORIGINAL KEY     FINDING"
053900                DELIMITED BY SIZE
054000         INTO REPORT-RECORD.
054100     PERFORM WRITE-REPORT-LINE.
054200
054300 WRITE-REPORT-TOTALS.
054400     MOVE SPACES TO REPORT-RECORD.
054500     PERFORM WRITE-REPORT-LINE.
054600
054700     MOVE SPACES TO REPORT-RECORD.
054800     STRING "RECORDS IN RANGE:        " DELIMITED BY SIZE
054900            WS-READ-COUNT               DELIMITED BY SIZE
055000         INTO REPORT-RECORD.
055100     PERFORM WRITE-REPORT-LINE.
055200
055300     MOVE SPACES TO REPORT-RECORD.
055400     STRING "DISCARDS PASSED OVER:    " DELIMITED BY SIZE
055500            WS-DISCARD-COUNT            DELIMITED BY SIZE
055600         INTO REPORT-RECORD.
055700     PERFORM WRITE-REPORT-LINE.
055800
055900     MOVE SPACES TO REPORT-RECORD.
056000     STRING "NOT IN THE SAMPLE:       " DELIMITED BY SIZE
056100            WS-NOT-SAMPLED              DELIMITED BY SIZE
056200         INTO REPORT-RECORD.
056300     PERFORM WRITE-REPORT-LINE.
056400
056500     MOVE SPACES TO REPORT-RECORD.
056600     STRING "RECORDS RECOMPUTED:      " DELIMITED BY SIZE
056700            WS-CHECKED-COUNT            DELIMITED BY SIZE
056800         INTO REPORT-RECORD.
056900     PERFORM WRITE-REPORT-LINE.
057000
057100     MOVE SPACES TO REPORT-RECORD.
057200     STRING "RESULTS DISAGREEING:     " DELIMITED BY SIZE
057300            WS-MISMATCH-COUNT           DELIMITED BY SIZE
057400         INTO REPORT-RECORD.
057500     PERFORM WRITE-REPORT-LINE.
057600
057700     MOVE SPACES TO REPORT-RECORD.
057800     STRING "INVALID OPERATION CODES: " DELIMITED BY SIZE
057900            WS-BAD-OP-COUNT             DELIMITED BY SIZE
058000         INTO REPORT-RECORD.
058100     PERFORM WRITE-REPORT-LINE.
058200
058300     MOVE SPACES TO REPORT-RECORD.
058400     STRING "REPAIRS CHECKED:         " DELIMITED BY SIZE
058500            WS-REPAIR-COUNT             DELIMITED BY SIZE
058600            "  REJECT NOT FOUND "       DELIMITED BY SIZE
058700            WS-ORPHAN-COUNT             DELIMITED BY SIZE
058800            "  OLDER THAN RETAINED REJECTS " DELIMITED BY SIZE
058900            WS-UNCHECKED-REPAIRS        DELIMITED BY SIZE
059000         INTO REPORT-RECORD.
059100     PERFORM WRITE-REPORT-LINE.
059200
059300     MOVE SPACES TO REPORT-RECORD.
059400     IF WS-RUN-RC = ZERO
059500         MOVE "CHECK STATUS:            CLEAN" TO REPORT-RECORD
059600     ELSE
059700         MOVE "CHECK STATUS:            *** FINDINGS ***"
059800             TO REPORT-RECORD
059900     END-IF.
060000     PERFORM WRITE-REPORT-LINE.
060100
060200     DISPLAY "RECOMPUTED " WS-CHECKED-COUNT
060300         " DISAGREEING " WS-MISMATCH-COUNT
060400         " INVALID OPS " WS-BAD-OP-COUNT
060500         " REPAIRS WITHOUT REJECT " WS-ORPHAN-COUNT.
060600
060700 WRITE-REPORT-LINE.
060800     IF WS-REPORT-STATUS = "00"
060900         WRITE REPORT-RECORD
061000     END-IF.
