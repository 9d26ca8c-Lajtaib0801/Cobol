000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06su.
000300
000400* Suspected-duplicate suspense maintenance for the repair
000500* desk.  ADD06 holds in the suspense KSDS any D or E pair that
000600* matches a posting already in the audit KSDS inside the ops
000700* look-back window, instead of posting it a second time.  This
000800* program takes one action card per prompt: list the suspense
000900* to SUSPRPT, release an item (it really is a new pair and is
001000* to post), discard an item (it really is a resend and is not
001100* to post), or quit.  The listing shows each undecided or
001200* not-yet-acted-on item beside the audit key of the posting
001300* it matched.  A decision is only recorded here; the next
001400* ADD06 run acts on it and writes it to the audit trail --
001500* a release posts with source code S, a discard is written
001600* with source code D and a zero result.  Only an item still
001700* awaiting a clerk can be decided, and only by an operator on
001720* the security profile file with the repair clerk role; any
001740* other id is refused and logged to the security violation
001760* file, and the step ends with condition code 4.
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SUSPENSE-KSDS ASSIGN TO "SUSPKSD"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS SUS-KEY
002600         FILE STATUS IS WS-SUSP-STATUS.
002700
002800     SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-REPORT-STATUS.
003009
003018     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
003027         ORGANIZATION IS INDEXED
003036         ACCESS MODE IS RANDOM
003045         RECORD KEY IS SEC-OPERATOR-ID
003054         FILE STATUS IS WS-SECPROF-STATUS.
003063
003072     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
003081         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-SECVIOL-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  SUSPENSE-KSDS.
003500     COPY "susprec.cpy".
003600
003700 FD  REPORT-FILE.
003800 01  REPORT-RECORD         PIC X(120).
003810
003820 FD  SECURITY-PROFILE-FILE.
003830     COPY "secprof.cpy".
003840
003850 FD  SECURITY-VIOLATION-FILE.
003860     COPY "secevt.cpy".
003900
004000 WORKING-STORAGE SECTION.
004100 01 WS-SUSP-STATUS       PIC XX          VALUE "00".
004200 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
004300 01 WS-SUSP-OPEN-SWITCH  PIC X           VALUE "N".
004400    88 SUSPENSE-OPEN                     VALUE "Y".
004500 01 WS-SCAN-EOF-SWITCH   PIC X           VALUE "N".
004600    88 SUSPENSE-SCAN-DONE                VALUE "Y".
004700 01 WS-SESSION-SWITCH    PIC X           VALUE "Y".
004800    88 SESSION-OVER                      VALUE "N".
004900 01 WS-ACTION            PIC X           VALUE SPACE.
005000 01 WS-DECISION-TEXT     PIC X(8)        VALUE SPACES.
005100* The suspense id is the item's key as the listing prints it:
005200* the run date, cycle and sequence the pair arrived under.
005300 01 WS-WORK-ID           PIC X(16)       VALUE SPACES.
005400 01 WS-OPERATOR-ID       PIC X(8)        VALUE SPACES.
005500 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
005600 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
005700 01 WS-STATUS-TEXT       PIC X(15)       VALUE SPACES.
005800 01 WS-SUSPECT-COUNT     PIC 9(6)        VALUE ZERO.
005900 01 WS-PENDING-COUNT     PIC 9(6)        VALUE ZERO.
006000 01 WS-LIST-COUNT        PIC 9(4)        VALUE ZERO.
006100 01 WS-RELEASE-COUNT     PIC 9(4)        VALUE ZERO.
006200 01 WS-DISCARD-COUNT     PIC 9(4)        VALUE ZERO.
006300 01 WS-REFUSED-COUNT     PIC 9(4)        VALUE ZERO.
006400 01 WS-RUN-RC            PIC 99          VALUE ZERO.
006405* Operator role check against the security profile file.
006410 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
006415 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
006420 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
006425    88 PROFILES-OPEN                     VALUE "Y".
006430 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
006435    88 VIOLATION-FILE-OPEN               VALUE "Y".
006440 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
006445    88 ROLE-GRANTED                      VALUE "Y".
006450 01 WS-ROLE-HELD         PIC X           VALUE "N".
006455 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
006460 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
006465 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
006470 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
006475 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
006480 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
006485 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
006500
006600 PROCEDURE DIVISION.
006700
006800 PROGRAM-BEGIN.
006900     DISPLAY "ADD06 SUSPECTED DUPLICATE SUSPENSE MAINTENANCE".
007000
007100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
007200     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
007300
007400     OPEN OUTPUT REPORT-FILE.
007500     MOVE SPACES TO REPORT-RECORD.
007600     STRING "ADD06 SUSPECTED DUPLICATES " DELIMITED BY SIZE
007700            WS-TODAY                      DELIMITED BY SIZE
007800         INTO REPORT-RECORD.
007900     WRITE REPORT-RECORD.
008000
008100     OPEN I-O SUSPENSE-KSDS.
008200     IF WS-SUSP-STATUS NOT = "00"
008300         DISPLAY "ERROR: SUSPENSE NOT AVAILABLE, STATUS="
008400             WS-SUSP-STATUS
008500         MOVE 8 TO WS-RUN-RC
008600         SET SESSION-OVER TO TRUE
008700     ELSE
008800         SET SUSPENSE-OPEN TO TRUE
008900     END-IF.
009000
009030     PERFORM OPEN-SECURITY-FILES.
009060
009100     PERFORM UNTIL SESSION-OVER
009200         DISPLAY "Action (L=list R=release D=discard Q=quit): "
009300         ACCEPT WS-ACTION
009400         PERFORM TAKE-ONE-ACTION
009500     END-PERFORM.
009600
009700     IF SUSPENSE-OPEN
009800         CLOSE SUSPENSE-KSDS
009900     END-IF.
010000     CLOSE REPORT-FILE.
010050     PERFORM CLOSE-SECURITY-FILES.
010100
010200     DISPLAY "LISTINGS WRITTEN:       " WS-LIST-COUNT.
010300     DISPLAY "ITEMS RELEASED:         " WS-RELEASE-COUNT.
010400     DISPLAY "ITEMS DISCARDED:        " WS-DISCARD-COUNT.
010500     DISPLAY "DECISIONS REFUSED:      " WS-REFUSED-COUNT.
010600
010700     IF WS-RUN-RC > ZERO
010800         MOVE WS-RUN-RC TO RETURN-CODE
010900     END-IF.
011000
011100 PROGRAM-DONE.
011200     STOP RUN.
011300
011400 TAKE-ONE-ACTION.
011500     EVALUATE WS-ACTION
011600         WHEN "L"
011700         WHEN "l"
011800             PERFORM LIST-THE-SUSPENSE
011900         WHEN "R"
012000         WHEN "r"
012100             MOVE "RELEASE" TO WS-DECISION-TEXT
012200             PERFORM DECIDE-AN-ITEM
012300         WHEN "D"
012400         WHEN "d"
012500             MOVE "DISCARD" TO WS-DECISION-TEXT
012600             PERFORM DECIDE-AN-ITEM
012700         WHEN "Q"
012800         WHEN "q"
012900             SET SESSION-OVER TO TRUE
013000         WHEN OTHER
013100             DISPLAY "UNKNOWN ACTION " WS-ACTION
013200     END-EVALUATE.
013300
013400* Lists every item ADD06 has not yet finished with -- awaiting
013500* a clerk, or decided and not yet acted on -- in the order the
013600* pairs arrived.  Posted and discarded items are history and
013700* are left off.
013800 LIST-THE-SUSPENSE.
013900     ADD 1 TO WS-LIST-COUNT.
014000     MOVE ZERO   TO WS-SUSPECT-COUNT.
014100     MOVE ZERO   TO WS-PENDING-COUNT.
014200     MOVE SPACES TO REPORT-RECORD.
014300     WRITE REPORT-RECORD.
014400     MOVE SPACES TO REPORT-RECORD.
014500     MOVE "SUSPENSE ID       T  DEPT OP VALUES            "
014600         TO REPORT-RECORD.
014700     MOVE "SOURCE REF   SOURCE   MATCHED POSTING  STATUS"
014800         TO REPORT-RECORD(48:45).
014900     WRITE REPORT-RECORD.
015000
015100     MOVE "N" TO WS-SCAN-EOF-SWITCH.
015200     MOVE LOW-VALUES TO SUS-KEY.
015300     START SUSPENSE-KSDS KEY NOT < SUS-KEY
015400         INVALID KEY
015500             SET SUSPENSE-SCAN-DONE TO TRUE
015600     END-START.
015700     PERFORM UNTIL SUSPENSE-SCAN-DONE
015800         READ SUSPENSE-KSDS NEXT RECORD
015900             AT END
016000                 SET SUSPENSE-SCAN-DONE TO TRUE
016100             NOT AT END
016200                 IF SUS-SUSPECT OR SUS-RELEASE-PENDING
016300                    OR SUS-DISCARD-PENDING
016400                     PERFORM LIST-ONE-ITEM
016500                 END-IF
016600         END-READ
016700     END-PERFORM.
016800
016900     MOVE SPACES TO REPORT-RECORD.
017000     STRING "AWAITING A CLERK: " DELIMITED BY SIZE
017100            WS-SUSPECT-COUNT     DELIMITED BY SIZE
017200            "  DECIDED, NOT YET ACTED ON BY ADD06: "
017300                DELIMITED BY SIZE
017400            WS-PENDING-COUNT     DELIMITED BY SIZE
017500         INTO REPORT-RECORD.
017600     WRITE REPORT-RECORD.
017700     DISPLAY "AWAITING A CLERK: " WS-SUSPECT-COUNT
017800         " DECIDED: " WS-PENDING-COUNT.
017900
018000 LIST-ONE-ITEM.
018100     EVALUATE TRUE
018200         WHEN SUS-SUSPECT
018300             ADD 1 TO WS-SUSPECT-COUNT
018400             MOVE "SUSPECT"         TO WS-STATUS-TEXT
018500         WHEN SUS-RELEASE-PENDING
018600             ADD 1 TO WS-PENDING-COUNT
018700             MOVE "RELEASE BY "     TO WS-STATUS-TEXT
018800         WHEN OTHER
018900             ADD 1 TO WS-PENDING-COUNT
019000             MOVE "DISCARD BY "     TO WS-STATUS-TEXT
019100     END-EVALUATE.
019200     MOVE SPACES TO REPORT-RECORD.
019300     STRING SUS-KEY            DELIMITED BY SIZE
019400            "  "               DELIMITED BY SIZE
019500            SUS-REC-TYPE       DELIMITED BY SIZE
019600            "  "               DELIMITED BY SIZE
019700            SUS-DEPT-CODE      DELIMITED BY SIZE
019800            "  "               DELIMITED BY SIZE
019900            SUS-OPERATION-CODE DELIMITED BY SIZE
020000            "  "               DELIMITED BY SIZE
020100            SUS-VALUES         DELIMITED BY SIZE
020200            " "                DELIMITED BY SIZE
020300            SUS-SOURCE-REF     DELIMITED BY SIZE
020400            " "                DELIMITED BY SIZE
020500            SUS-SOURCE-ID      DELIMITED BY SIZE
020600            " "                DELIMITED BY SIZE
020700            SUS-MATCH-KEY      DELIMITED BY SIZE
020800            " "                DELIMITED BY SIZE
020900            WS-STATUS-TEXT     DELIMITED BY SIZE
021000         INTO REPORT-RECORD.
021100     IF NOT SUS-SUSPECT
021200         MOVE SUS-DECIDED-BY TO REPORT-RECORD(98:8)
021300     END-IF.
021400     WRITE REPORT-RECORD.
021500
021600* One card for the suspense id as the listing prints it, one
021700* for the clerk making the decision.  Every decision and
021800* every refusal is written to the report as well as the log.
021900 DECIDE-AN-ITEM.
022000     DISPLAY "Enter suspense id (16 characters): ".
022100     ACCEPT WS-WORK-ID.
022200     DISPLAY "Enter your operator id: ".
022300     ACCEPT WS-OPERATOR-ID.
022307     MOVE WS-OPERATOR-ID   TO WS-SEC-OPERATOR.
022314     MOVE "REPAIR CLERK"   TO WS-ROLE-NEEDED.
022321     MOVE WS-DECISION-TEXT TO WS-SEC-ACTION.
022328     MOVE WS-WORK-ID       TO WS-SEC-SUBJECT.
022335     PERFORM CHECK-OPERATOR-ROLE.
022342     IF NOT ROLE-GRANTED
022349         MOVE "NOT AUTHORIZED" TO WS-STATUS-TEXT
022356         PERFORM REFUSE-THE-DECISION
022363         IF WS-RUN-RC < 4
022370             MOVE 4 TO WS-RUN-RC
022377         END-IF
022384     ELSE
022400         MOVE WS-WORK-ID TO SUS-KEY
022500         READ SUSPENSE-KSDS
022600             INVALID KEY
022700                 MOVE "NOT ON SUSPENSE" TO WS-STATUS-TEXT
022800                 PERFORM REFUSE-THE-DECISION
022900             NOT INVALID KEY
023000                 PERFORM DECIDE-ONE-ITEM
023100         END-READ
023150     END-IF.
023200
023300 DECIDE-ONE-ITEM.
023400     IF NOT SUS-SUSPECT
023500         EVALUATE TRUE
023600             WHEN SUS-POSTED
023700                 MOVE "ALREADY POSTED"   TO WS-STATUS-TEXT
023800             WHEN SUS-DISCARDED
023900                 MOVE "ALREADY DISCARD"  TO WS-STATUS-TEXT
024000             WHEN OTHER
024100                 MOVE "ALREADY DECIDED"  TO WS-STATUS-TEXT
024200         END-EVALUATE
024300         PERFORM REFUSE-THE-DECISION
024400     ELSE
024500         IF WS-DECISION-TEXT = "RELEASE"
024600             SET SUS-RELEASE-PENDING TO TRUE
024700         ELSE
024800             SET SUS-DISCARD-PENDING TO TRUE
024900         END-IF
025000         MOVE WS-OPERATOR-ID TO SUS-DECIDED-BY
025100         MOVE WS-TODAY       TO SUS-DECIDED-DATE
025200         REWRITE SUSPENSE-RECORD
025300         IF WS-SUSP-STATUS NOT = "00"
025400             DISPLAY "ERROR: SUSPENSE REWRITE FAILED, STATUS="
025500                 WS-SUSP-STATUS
025600             MOVE 8 TO WS-RUN-RC
025700         ELSE
025800             PERFORM RECORD-THE-DECISION
025900         END-IF
026000     END-IF.
026100
026200 RECORD-THE-DECISION.
026300     IF SUS-RELEASE-PENDING
026400         ADD 1 TO WS-RELEASE-COUNT
026500     ELSE
026600         ADD 1 TO WS-DISCARD-COUNT
026700     END-IF.
026800     DISPLAY WS-DECISION-TEXT " " WS-WORK-ID " BY "
026850         WS-OPERATOR-ID.
026900     MOVE SPACES TO REPORT-RECORD.
027000     STRING WS-DECISION-TEXT DELIMITED BY SPACE
027100            " "              DELIMITED BY SIZE
027200            WS-WORK-ID       DELIMITED BY SIZE
027300            " BY "           DELIMITED BY SIZE
027400            WS-OPERATOR-ID   DELIMITED BY SIZE
027500            " ON "           DELIMITED BY SIZE
027600            WS-TODAY         DELIMITED BY SIZE
027700            " MATCHED "      DELIMITED BY SIZE
027800            SUS-MATCH-KEY    DELIMITED BY SIZE
027900         INTO REPORT-RECORD.
028000     WRITE REPORT-RECORD.
028100
028200 REFUSE-THE-DECISION.
028300     ADD 1 TO WS-REFUSED-COUNT.
028400     DISPLAY WS-DECISION-TEXT " REFUSED " WS-WORK-ID " - "
028500         WS-STATUS-TEXT.
028600     MOVE SPACES TO REPORT-RECORD.
028700     STRING WS-DECISION-TEXT DELIMITED BY SPACE
028800            " REFUSED "      DELIMITED BY SIZE
028900            WS-WORK-ID       DELIMITED BY SIZE
029000            " BY "           DELIMITED BY SIZE
029100            WS-OPERATOR-ID   DELIMITED BY SIZE
029200            " - "            DELIMITED BY SIZE
029300            WS-STATUS-TEXT   DELIMITED BY SIZE
029400         INTO REPORT-RECORD.
029500     WRITE REPORT-RECORD.
029600
029700* The profile file is only read here.  Without it every check
029800* refuses, so a lost profile file fails closed, not open.
029900 OPEN-SECURITY-FILES.
030000     OPEN INPUT SECURITY-PROFILE-FILE.
030100     IF WS-SECPROF-STATUS = "00"
030200         SET PROFILES-OPEN TO TRUE
030300     ELSE
030400         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
030500             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
030600     END-IF.
030700     OPEN EXTEND SECURITY-VIOLATION-FILE.
030800     IF WS-SECVIOL-STATUS = "00"
030900         SET VIOLATION-FILE-OPEN TO TRUE
031000     ELSE
031100         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
031200             WS-SECVIOL-STATUS
031300     END-IF.
031400
031500 CLOSE-SECURITY-FILES.
031600     IF PROFILES-OPEN
031700         CLOSE SECURITY-PROFILE-FILE
031800     END-IF.
031900     IF VIOLATION-FILE-OPEN
032000         CLOSE SECURITY-VIOLATION-FILE
032100     END-IF.
032200     IF WS-VIOLATION-COUNT > ZERO
032300         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
032400     END-IF.
032500
032600* The id in WS-SEC-OPERATOR must be on the profile file, not
032700* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
032800* and written to the violation file with the action and the
032900* item it was aimed at.  The id keyed on the card is never
033000* taken on trust.
033100 CHECK-OPERATOR-ROLE.
033200     MOVE "N" TO WS-ROLE-SWITCH.
033300     MOVE SPACES TO WS-SEC-REASON.
033400     IF NOT PROFILES-OPEN
033500         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
033600     ELSE
033700         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
033800         READ SECURITY-PROFILE-FILE
033900             INVALID KEY
034000                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
034100             NOT INVALID KEY
034200                 PERFORM CHECK-PROFILE-ROLE
034300         END-READ
034400     END-IF.
034500     IF WS-SEC-REASON = SPACES
034600         SET ROLE-GRANTED TO TRUE
034700     ELSE
034800         PERFORM LOG-SECURITY-VIOLATION
034900     END-IF.
035000
035100 CHECK-PROFILE-ROLE.
035200     EVALUATE WS-ROLE-NEEDED
035300         WHEN "REPAIR CLERK"
035400             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
035500         WHEN "APPROVER"
035600             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
035700         WHEN "MASTER MAINT"
035800             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
035900         WHEN "BULLETIN MAINT"
036000             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
036100         WHEN "OPS OVERRIDE"
036200             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
036300         WHEN "SECURITY ADMIN"
036400             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
036500         WHEN OTHER
036600             MOVE "N"               TO WS-ROLE-HELD
036700     END-EVALUATE.
036800     IF NOT SEC-ACTIVE
036900         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
037000     ELSE
037100     IF WS-ROLE-HELD NOT = "Y"
037200         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
037300     END-IF
037400     END-IF.
037500
037600 LOG-SECURITY-VIOLATION.
037700     ADD 1 TO WS-VIOLATION-COUNT.
037800     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
037900         WS-SEC-OPERATOR " - " WS-SEC-REASON.
038000     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
038100     MOVE SPACES                TO SECURITY-EVENT-RECORD.
038200     SET SEV-VIOLATION          TO TRUE.
038300     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
038400     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
038500     MOVE "ADD06SU"             TO SEV-PROGRAM.
038600     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
038700     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
038800     MOVE WS-SEC-ACTION         TO SEV-ACTION.
038900     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
039000     MOVE WS-SEC-REASON         TO SEV-REASON.
039100     IF VIOLATION-FILE-OPEN
039200         WRITE SECURITY-EVENT-RECORD
039300     END-IF.
039400     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
039500         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
039600             WS-SECVIOL-STATUS
039700     END-IF.
