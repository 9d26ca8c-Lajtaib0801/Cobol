000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06wh.
000300
000400* Future-dated warehouse maintenance for ops.  ADD06 holds any
000500* D or E pair whose effective date falls after the run date
000600* in the warehouse KSDS and releases it on the first run on or
000700* after that date.  This program takes one action card per
000800* prompt: list the warehouse to WHSERPT, cancel a waiting item
000900* before it posts, or quit.  The listing runs in key order --
001000* effective date, then department -- with an item count at
001100* each date/department break.  A cancelled item stays on the
001200* warehouse marked C, so the next ADD06 run can count it on
001300* its control report, and ADD06 never releases it.  Only a
001400* waiting item can be cancelled; one already released has
001500* posted and must be backed out with a reversal.  Cancelling
001520* overrides what a source sent, so it needs the ops override
001540* role on the security profile file; any other id is refused
001560* and logged to the security violation file, and the step
001580* ends with condition code 4.
001600
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT WAREHOUSE-KSDS ASSIGN TO "WHSEKSD"
002100         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002300         RECORD KEY IS WHS-KEY
002400         FILE STATUS IS WS-WHSE-STATUS.
002500
002600     SELECT REPORT-FILE ASSIGN TO "WHSERPT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-REPORT-STATUS.
002809
002818     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
002827         ORGANIZATION IS INDEXED
002836         ACCESS MODE IS RANDOM
002845         RECORD KEY IS SEC-OPERATOR-ID
002854         FILE STATUS IS WS-SECPROF-STATUS.
002863
002872     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
002881         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS WS-SECVIOL-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  WAREHOUSE-KSDS.
003300     COPY "whserec.cpy".
003400
003500 FD  REPORT-FILE.
003600 01  REPORT-RECORD         PIC X(100).
003610
003620 FD  SECURITY-PROFILE-FILE.
003630     COPY "secprof.cpy".
003640
003650 FD  SECURITY-VIOLATION-FILE.
003660     COPY "secevt.cpy".
003700
003800 WORKING-STORAGE SECTION.
003900 01 WS-WHSE-STATUS       PIC XX          VALUE "00".
004000 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
004030 01 WS-WHSE-OPEN-SWITCH  PIC X           VALUE "N".
004060    88 WAREHOUSE-OPEN                    VALUE "Y".
004100 01 WS-SCAN-EOF-SWITCH   PIC X           VALUE "N".
004200    88 WAREHOUSE-SCAN-DONE               VALUE "Y".
004300 01 WS-SESSION-SWITCH    PIC X           VALUE "Y".
004400    88 SESSION-OVER                      VALUE "N".
004500 01 WS-ACTION            PIC X           VALUE SPACE.
004600* The warehouse id is the item's full key as the listing
004700* prints it: effective date, department, then the run date,
004800* cycle and sequence it arrived under.
004900 01 WS-WORK-ID           PIC X(27)       VALUE SPACES.
005000 01 WS-OPERATOR-ID       PIC X(8)        VALUE SPACES.
005100 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
005200 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
005300 01 WS-STATUS-TEXT       PIC X(14)       VALUE SPACES.
005400 01 WS-BREAK-EFF-DATE    PIC 9(8)        VALUE ZERO.
005500 01 WS-BREAK-DEPT-CODE   PIC X(3)        VALUE SPACES.
005600 01 WS-BREAK-COUNT       PIC 9(6)        VALUE ZERO.
005700 01 WS-WAITING-COUNT     PIC 9(6)        VALUE ZERO.
005800 01 WS-PENDING-COUNT     PIC 9(6)        VALUE ZERO.
005900 01 WS-LIST-COUNT        PIC 9(4)        VALUE ZERO.
006000 01 WS-CANCEL-COUNT      PIC 9(4)        VALUE ZERO.
006100 01 WS-REFUSED-COUNT     PIC 9(4)        VALUE ZERO.
006200 01 WS-RUN-RC            PIC 99          VALUE ZERO.
006205* Operator role check against the security profile file.
006210 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
006215 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
006220 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
006225    88 PROFILES-OPEN                     VALUE "Y".
006230 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
006235    88 VIOLATION-FILE-OPEN               VALUE "Y".
006240 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
006245    88 ROLE-GRANTED                      VALUE "Y".
006250 01 WS-ROLE-HELD         PIC X           VALUE "N".
006255 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
006260 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
006265 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
006270 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
006275 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
006280 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
006285 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
006300
006400 PROCEDURE DIVISION.
006500
006600 PROGRAM-BEGIN.
006700     DISPLAY "ADD06 FUTURE-DATED WAREHOUSE MAINTENANCE".
006800
006900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
007000     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
007100
007200     OPEN OUTPUT REPORT-FILE.
007300     MOVE SPACES TO REPORT-RECORD.
007400     STRING "ADD06 FUTURE-DATED WAREHOUSE " DELIMITED BY SIZE
007500            WS-TODAY                        DELIMITED BY SIZE
007600         INTO REPORT-RECORD.
007700     WRITE REPORT-RECORD.
007800
007900     OPEN I-O WAREHOUSE-KSDS.
008000     IF WS-WHSE-STATUS NOT = "00"
008100         DISPLAY "ERROR: WAREHOUSE NOT AVAILABLE, STATUS="
008200             WS-WHSE-STATUS
008300         MOVE 8 TO WS-RUN-RC
008400         SET SESSION-OVER TO TRUE
008430     ELSE
008460         SET WAREHOUSE-OPEN TO TRUE
008500     END-IF.
008600
008630     PERFORM OPEN-SECURITY-FILES.
008660
008700     PERFORM UNTIL SESSION-OVER
008800         DISPLAY "Action (L=list C=cancel Q=quit): "
008900         ACCEPT WS-ACTION
009000         PERFORM TAKE-ONE-ACTION
009100     END-PERFORM.
009200
009300     IF WAREHOUSE-OPEN
009400         CLOSE WAREHOUSE-KSDS
009500     END-IF.
009600     CLOSE REPORT-FILE.
009650     PERFORM CLOSE-SECURITY-FILES.
009700
009800     DISPLAY "LISTINGS WRITTEN:       " WS-LIST-COUNT.
009900     DISPLAY "ITEMS CANCELLED:        " WS-CANCEL-COUNT.
010000     DISPLAY "CANCELS REFUSED:        " WS-REFUSED-COUNT.
010100
010200     IF WS-RUN-RC > ZERO
010300         MOVE WS-RUN-RC TO RETURN-CODE
010400     END-IF.
010500
010600 PROGRAM-DONE.
010700     STOP RUN.
010800
010900 TAKE-ONE-ACTION.
011000     EVALUATE WS-ACTION
011100         WHEN "L"
011200         WHEN "l"
011300             PERFORM LIST-THE-WAREHOUSE
011400         WHEN "C"
011500         WHEN "c"
011600             PERFORM CANCEL-AN-ITEM
011700         WHEN "Q"
011800         WHEN "q"
011900             SET SESSION-OVER TO TRUE
012000         WHEN OTHER
012100             DISPLAY "UNKNOWN ACTION " WS-ACTION
012200     END-EVALUATE.
012300
012400* Lists every item still to post -- waiting, or cancelled and
012500* not yet counted by ADD06 -- in key order.  Released and
012600* counted-cancelled items are history and are left off.
012700 LIST-THE-WAREHOUSE.
012800     ADD 1 TO WS-LIST-COUNT.
012900     MOVE ZERO   TO WS-WAITING-COUNT.
013000     MOVE ZERO   TO WS-PENDING-COUNT.
013100     MOVE ZERO   TO WS-BREAK-COUNT.
013200     MOVE ZERO   TO WS-BREAK-EFF-DATE.
013300     MOVE SPACES TO WS-BREAK-DEPT-CODE.
013400     MOVE SPACES TO REPORT-RECORD.
013500     WRITE REPORT-RECORD.
013600     MOVE SPACES TO REPORT-RECORD.
013700     MOVE "EFF DATE DEPT WAREHOUSE ID                 TYPE OP "
013800         TO REPORT-RECORD.
013900     MOVE "VALUES            SOURCE   STATUS"
014000         TO REPORT-RECORD(52:34).
014100     WRITE REPORT-RECORD.
014200
014300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
014400     MOVE LOW-VALUES TO WHS-KEY.
014500     START WAREHOUSE-KSDS KEY NOT < WHS-KEY
014600         INVALID KEY
014700             SET WAREHOUSE-SCAN-DONE TO TRUE
014800     END-START.
014900     PERFORM UNTIL WAREHOUSE-SCAN-DONE
015000         READ WAREHOUSE-KSDS NEXT RECORD
015100             AT END
015200                 SET WAREHOUSE-SCAN-DONE TO TRUE
015300             NOT AT END
015400                 IF WHS-WAITING OR WHS-CANCEL-PENDING
015500                     PERFORM LIST-ONE-ITEM
015600                 END-IF
015700         END-READ
015800     END-PERFORM.
015900     IF WS-BREAK-COUNT > ZERO
016000         PERFORM WRITE-BREAK-LINE
016100     END-IF.
016200
016300     MOVE SPACES TO REPORT-RECORD.
016400     STRING "WAITING ITEMS: " DELIMITED BY SIZE
016500            WS-WAITING-COUNT  DELIMITED BY SIZE
016600            "  CANCELLED, NOT YET COUNTED BY ADD06: "
016700                DELIMITED BY SIZE
016800            WS-PENDING-COUNT  DELIMITED BY SIZE
016900         INTO REPORT-RECORD.
017000     WRITE REPORT-RECORD.
017100     DISPLAY "WAITING ITEMS: " WS-WAITING-COUNT
017200         " CANCEL PENDING: " WS-PENDING-COUNT.
017300
017400 LIST-ONE-ITEM.
017500     IF WS-BREAK-COUNT > ZERO
017600        AND (WHS-EFF-DATE NOT = WS-BREAK-EFF-DATE
017700             OR WHS-DEPT-CODE NOT = WS-BREAK-DEPT-CODE)
017800         PERFORM WRITE-BREAK-LINE
017900     END-IF.
018000     MOVE WHS-EFF-DATE  TO WS-BREAK-EFF-DATE.
018100     MOVE WHS-DEPT-CODE TO WS-BREAK-DEPT-CODE.
018200     ADD 1 TO WS-BREAK-COUNT.
018300     IF WHS-WAITING
018400         ADD 1 TO WS-WAITING-COUNT
018500         MOVE "WAITING"        TO WS-STATUS-TEXT
018600     ELSE
018700         ADD 1 TO WS-PENDING-COUNT
018800         MOVE "CANCELLED BY "  TO WS-STATUS-TEXT
018900     END-IF.
019000     MOVE SPACES TO REPORT-RECORD.
019100     STRING WHS-EFF-DATE       DELIMITED BY SIZE
019200            " "                DELIMITED BY SIZE
019300            WHS-DEPT-CODE      DELIMITED BY SIZE
019400            "  "               DELIMITED BY SIZE
019500            WHS-KEY            DELIMITED BY SIZE
019600            "  "               DELIMITED BY SIZE
019700            WHS-REC-TYPE       DELIMITED BY SIZE
019800            "    "             DELIMITED BY SIZE
019900            WHS-OPERATION-CODE DELIMITED BY SIZE
020000            "  "               DELIMITED BY SIZE
020100            WHS-VALUES         DELIMITED BY SIZE
020200            " "                DELIMITED BY SIZE
020300            WHS-SOURCE-ID      DELIMITED BY SIZE
020400            " "                DELIMITED BY SIZE
020500            WS-STATUS-TEXT     DELIMITED BY SIZE
020600         INTO REPORT-RECORD.
020700     IF WHS-CANCEL-PENDING
020800         MOVE WHS-CANCEL-BY TO REPORT-RECORD(93:8)
020900     END-IF.
021000     WRITE REPORT-RECORD.
021100
021200 WRITE-BREAK-LINE.
021300     MOVE SPACES TO REPORT-RECORD.
021400     STRING "  EFF DATE "      DELIMITED BY SIZE
021500            WS-BREAK-EFF-DATE  DELIMITED BY SIZE
021600            " DEPT "           DELIMITED BY SIZE
021700            WS-BREAK-DEPT-CODE DELIMITED BY SIZE
021800            " ITEMS "          DELIMITED BY SIZE
021900            WS-BREAK-COUNT     DELIMITED BY SIZE
022000         INTO REPORT-RECORD.
022100     WRITE REPORT-RECORD.
022200     MOVE ZERO TO WS-BREAK-COUNT.
022300
022400* One card for the warehouse id as the listing prints it, one
022500* for the operator making the cancellation.  Every cancel and
022600* every refusal is written to the report as well as the log.
022700 CANCEL-AN-ITEM.
022800     DISPLAY "Enter warehouse id (27 characters): ".
022900     ACCEPT WS-WORK-ID.
023000     DISPLAY "Enter your operator id: ".
023100     ACCEPT WS-OPERATOR-ID.
023107     MOVE WS-OPERATOR-ID   TO WS-SEC-OPERATOR.
023114     MOVE "OPS OVERRIDE"   TO WS-ROLE-NEEDED.
023121     MOVE "CANCEL"         TO WS-SEC-ACTION.
023128     MOVE WS-WORK-ID       TO WS-SEC-SUBJECT.
023135     PERFORM CHECK-OPERATOR-ROLE.
023142     IF NOT ROLE-GRANTED
023149         MOVE "NOT AUTHORIZED" TO WS-STATUS-TEXT
023156         PERFORM REFUSE-THE-CANCEL
023163         IF WS-RUN-RC < 4
023170             MOVE 4 TO WS-RUN-RC
023177         END-IF
023184     ELSE
023200         MOVE WS-WORK-ID TO WHS-KEY
023300         READ WAREHOUSE-KSDS
023400             INVALID KEY
023500                 MOVE "NOT WAREHOUSED"   TO WS-STATUS-TEXT
023600                 PERFORM REFUSE-THE-CANCEL
023700             NOT INVALID KEY
023800                 PERFORM CANCEL-ONE-ITEM
023900         END-READ
023950     END-IF.
024000
024100 CANCEL-ONE-ITEM.
024200     IF NOT WHS-WAITING
024300         EVALUATE TRUE
024400             WHEN WHS-RELEASED
024500                 MOVE "ALREADY POSTED"   TO WS-STATUS-TEXT
024600             WHEN OTHER
024700                 MOVE "ALREADY CANCEL"   TO WS-STATUS-TEXT
024800         END-EVALUATE
024900         PERFORM REFUSE-THE-CANCEL
025000     ELSE
025100         SET WHS-CANCEL-PENDING TO TRUE
025200         MOVE WS-OPERATOR-ID TO WHS-CANCEL-BY
025300         MOVE WS-TODAY       TO WHS-CANCEL-DATE
025400         REWRITE WAREHOUSE-RECORD
025500         IF WS-WHSE-STATUS NOT = "00"
025600             DISPLAY "ERROR: WAREHOUSE REWRITE FAILED, STATUS="
025700                 WS-WHSE-STATUS
025800             MOVE 8 TO WS-RUN-RC
025900         ELSE
026000             ADD 1 TO WS-CANCEL-COUNT
026100             DISPLAY "CANCELLED " WS-WORK-ID " BY " WS-OPERATOR-ID
026200             MOVE SPACES TO REPORT-RECORD
026300             STRING "CANCELLED " DELIMITED BY SIZE
026400                    WS-WORK-ID   DELIMITED BY SIZE
026500                    " BY "       DELIMITED BY SIZE
026600                    WS-OPERATOR-ID DELIMITED BY SIZE
026700                    " ON "       DELIMITED BY SIZE
026800                    WS-TODAY     DELIMITED BY SIZE
026900                 INTO REPORT-RECORD
027000             WRITE REPORT-RECORD
027100         END-IF
027200     END-IF.
027300
027400 REFUSE-THE-CANCEL.
027500     ADD 1 TO WS-REFUSED-COUNT.
027600     DISPLAY "CANCEL REFUSED " WS-WORK-ID " - " WS-STATUS-TEXT.
027700     MOVE SPACES TO REPORT-RECORD.
027800     STRING "CANCEL REFUSED " DELIMITED BY SIZE
027900            WS-WORK-ID        DELIMITED BY SIZE
028000            " BY "            DELIMITED BY SIZE
028100            WS-OPERATOR-ID    DELIMITED BY SIZE
028200            " - "             DELIMITED BY SIZE
028300            WS-STATUS-TEXT    DELIMITED BY SIZE
028400         INTO REPORT-RECORD.
028500     WRITE REPORT-RECORD.
028600
028700* The profile file is only read here.  Without it every check
028800* refuses, so a lost profile file fails closed, not open.
028900 OPEN-SECURITY-FILES.
029000     OPEN INPUT SECURITY-PROFILE-FILE.
029100     IF WS-SECPROF-STATUS = "00"
029200         SET PROFILES-OPEN TO TRUE
029300     ELSE
029400         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
029500             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
029600     END-IF.
029700     OPEN EXTEND SECURITY-VIOLATION-FILE.
029800     IF WS-SECVIOL-STATUS = "00"
029900         SET VIOLATION-FILE-OPEN TO TRUE
030000     ELSE
030100         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
030200             WS-SECVIOL-STATUS
030300     END-IF.
030400
030500 CLOSE-SECURITY-FILES.
030600     IF PROFILES-OPEN
030700         CLOSE SECURITY-PROFILE-FILE
030800     END-IF.
030900     IF VIOLATION-FILE-OPEN
031000         CLOSE SECURITY-VIOLATION-FILE
031100     END-IF.
031200     IF WS-VIOLATION-COUNT > ZERO
031300         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
031400     END-IF.
031500
031600* The id in WS-SEC-OPERATOR must be on the profile file, not
031700* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
031800* and written to the violation file with the action and the
031900* item it was aimed at.  The id keyed on the card is never
032000* taken on trust.
032100 CHECK-OPERATOR-ROLE.
032200     MOVE "N" TO WS-ROLE-SWITCH.
032300     MOVE SPACES TO WS-SEC-REASON.
032400     IF NOT PROFILES-OPEN
032500         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
032600     ELSE
032700         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
032800         READ SECURITY-PROFILE-FILE
032900             INVALID KEY
033000                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
033100             NOT INVALID KEY
033200                 PERFORM CHECK-PROFILE-ROLE
033300         END-READ
033400     END-IF.
033500     IF WS-SEC-REASON = SPACES
033600         SET ROLE-GRANTED TO TRUE
033700     ELSE
033800         PERFORM LOG-SECURITY-VIOLATION
033900     END-IF.
034000
034100 CHECK-PROFILE-ROLE.
034200     EVALUATE WS-ROLE-NEEDED
034300         WHEN "REPAIR CLERK"
034400             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
034500         WHEN "APPROVER"
034600             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
034700         WHEN "MASTER MAINT"
034800             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
034900         WHEN "BULLETIN MAINT"
035000             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
035100         WHEN "OPS OVERRIDE"
035200             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
035300         WHEN "SECURITY ADMIN"
035400             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
035500         WHEN OTHER
035600             MOVE "N"               TO WS-ROLE-HELD
035700     END-EVALUATE.
035800     IF NOT SEC-ACTIVE
035900         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
036000     ELSE
036100     IF WS-ROLE-HELD NOT = "Y"
036200         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
036300     END-IF
036400     END-IF.
036500
036600 LOG-SECURITY-VIOLATION.
036700     ADD 1 TO WS-VIOLATION-COUNT.
036800     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
036900         WS-SEC-OPERATOR " - " WS-SEC-REASON.
037000     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
037100     MOVE SPACES                TO SECURITY-EVENT-RECORD.
037200     SET SEV-VIOLATION          TO TRUE.
037300     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
037400     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
037500     MOVE "ADD06WH"             TO SEV-PROGRAM.
037600     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
037700     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
037800     MOVE WS-SEC-ACTION         TO SEV-ACTION.
037900     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
038000     MOVE WS-SEC-REASON         TO SEV-REASON.
038100     IF VIOLATION-FILE-OPEN
038200         WRITE SECURITY-EVENT-RECORD
038300     END-IF.
038400     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
038500         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
038600             WS-SECVIOL-STATUS
038700     END-IF.
