000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06sp.
000300
000400* Operator security profile maintenance for the security
000500* administrator.  Every interactive ADD06 program checks the
000600* operator id keyed on its cards against the profile file
000700* before it allows an action: the id must be on file, active,
000800* and hold the role the action needs -- repair clerk,
000900* approver, master maintainer, bulletin maintainer or ops
001000* override.  This program is the only way a profile changes.
001100* The session opens with an operator id card, which must hold
001200* the security administrator role; then it takes one action
001300* card per prompt: add a profile, change its roles, revoke
001400* it, reinstate it, list the file, or quit.  Profiles are
001500* revoked, never deleted, so the weekly report can always
001600* name who an id belonged to.  Every change is appended to
001700* the profile change file with the roles and status either
001800* side of it.  No administrator may change their own
001900* profile; the attempt is refused and, like a session by an
002000* id without the role, logged to the security violation file.
002100* A refused session ends with condition code 8, a refused
002200* action with condition code 4.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SEC-OPERATOR-ID
003100         FILE STATUS IS WS-SECPROF-STATUS.
003200
003300     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SECVIOL-STATUS.
003600
003700     SELECT SECURITY-CHANGE-FILE ASSIGN TO "SECCHG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SECCHG-STATUS.
004000
004100     SELECT REPORT-FILE ASSIGN TO "PROFRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SECURITY-PROFILE-FILE.
004800     COPY "secprof.cpy".
004900
005000 FD  SECURITY-VIOLATION-FILE.
005100     COPY "secevt.cpy".
005200
005300 FD  SECURITY-CHANGE-FILE.
005400     COPY "secevt.cpy"
005500         REPLACING ==SECURITY-EVENT-RECORD==
005600                         BY ==CHANGE-EVENT-RECORD==
005700                   LEADING ==SEV-== BY ==CHG-==.
005800
005900 FD  REPORT-FILE.
006000 01  REPORT-RECORD         PIC X(100).
006100
006200 WORKING-STORAGE SECTION.
006300 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
006400 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
006500 01 WS-SECCHG-STATUS     PIC XX          VALUE "00".
006600 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
006700 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
006800    88 PROFILES-OPEN                     VALUE "Y".
006900 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
007000    88 VIOLATION-FILE-OPEN               VALUE "Y".
007100 01 WS-CHANGES-SWITCH    PIC X           VALUE "N".
007200    88 CHANGE-FILE-OPEN                  VALUE "Y".
007300 01 WS-SCAN-EOF-SWITCH   PIC X           VALUE "N".
007400    88 PROFILE-SCAN-DONE                 VALUE "Y".
007500 01 WS-SESSION-SWITCH    PIC X           VALUE "Y".
007600    88 SESSION-OVER                      VALUE "N".
007700 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
007800    88 ROLE-GRANTED                      VALUE "Y".
007900 01 WS-ROLE-HELD         PIC X           VALUE "N".
008000 01 WS-ACTION            PIC X           VALUE SPACE.
008100 01 WS-ADMIN-ID          PIC X(8)        VALUE SPACES.
008200 01 WS-WORK-ID           PIC X(8)        VALUE SPACES.
008300 01 WS-WORK-NAME         PIC X(20)       VALUE SPACES.
008400* Roles are keyed as six Y/N bytes in profile order: repair
008500* clerk, approver, master maintainer, bulletin maintainer,
008600* ops override, security administrator.
008700 01 WS-ROLES-CARD        PIC X(6)        VALUE SPACES.
008800 01 WS-YN-COUNT          PIC 9(2)        VALUE ZERO.
008900 01 WS-OLD-ROLES         PIC X(6)        VALUE SPACES.
009000 01 WS-OLD-STATUS        PIC X           VALUE SPACE.
009100 01 WS-STATUS-TEXT       PIC X(16)       VALUE SPACES.
009200 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
009300 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
009400 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
009500 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
009600 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
009700 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
009800 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
009900 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
010000 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
010100 01 WS-ADDED-COUNT       PIC 9(4)        VALUE ZERO.
010200 01 WS-CHANGED-COUNT     PIC 9(4)        VALUE ZERO.
010300 01 WS-REVOKED-COUNT     PIC 9(4)        VALUE ZERO.
010400 01 WS-REINSTATED-COUNT  PIC 9(4)        VALUE ZERO.
010500 01 WS-REFUSED-COUNT     PIC 9(4)        VALUE ZERO.
010600 01 WS-LIST-COUNT        PIC 9(4)        VALUE ZERO.
010700 01 WS-RUN-RC            PIC 99          VALUE ZERO.
010800
010900 PROCEDURE DIVISION.
011000
011100 PROGRAM-BEGIN.
011200     DISPLAY "ADD06 OPERATOR SECURITY PROFILE MAINTENANCE".
011300
011400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011500     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
011600
011700     OPEN OUTPUT REPORT-FILE.
011800     MOVE SPACES TO REPORT-RECORD.
011900     STRING "ADD06 SECURITY PROFILES " DELIMITED BY SIZE
012000            WS-TODAY                   DELIMITED BY SIZE
012100         INTO REPORT-RECORD.
012200     WRITE REPORT-RECORD.
012300
012400     DISPLAY "Enter your operator id: ".
012500     ACCEPT WS-ADMIN-ID.
012600
012700     PERFORM OPEN-PROFILE-FILES.
012800     MOVE WS-ADMIN-ID      TO WS-SEC-OPERATOR.
012900     MOVE "SECURITY ADMIN" TO WS-ROLE-NEEDED.
013000     MOVE "PROFILES"       TO WS-SEC-ACTION.
013100     MOVE SPACES           TO WS-SEC-SUBJECT.
013200     PERFORM CHECK-OPERATOR-ROLE.
013300     IF NOT ROLE-GRANTED
013400         DISPLAY "ERROR: " WS-ADMIN-ID
013500             " IS NOT AUTHORIZED TO MAINTAIN PROFILES"
013600         MOVE SPACES TO REPORT-RECORD
013700         STRING "SESSION REFUSED FOR " DELIMITED BY SIZE
013800                WS-ADMIN-ID            DELIMITED BY SIZE
013900                " - "                  DELIMITED BY SIZE
014000                WS-SEC-REASON          DELIMITED BY SIZE
014100             INTO REPORT-RECORD
014200         WRITE REPORT-RECORD
014300         MOVE 8 TO WS-RUN-RC
014400         SET SESSION-OVER TO TRUE
014500     END-IF.
014600     IF NOT CHANGE-FILE-OPEN
014700         MOVE 8 TO WS-RUN-RC
014800         SET SESSION-OVER TO TRUE
014900     END-IF.
015000
015100     PERFORM UNTIL SESSION-OVER
015200         DISPLAY "Action (A=add C=change roles R=revoke "
015300             "E=reinstate L=list Q=quit): "
015400         ACCEPT WS-ACTION
015500         PERFORM TAKE-ONE-ACTION
015600     END-PERFORM.
015700
015800     IF PROFILES-OPEN
015900         CLOSE SECURITY-PROFILE-FILE
016000     END-IF.
016100     IF VIOLATION-FILE-OPEN
016200         CLOSE SECURITY-VIOLATION-FILE
016300     END-IF.
016400     IF CHANGE-FILE-OPEN
016500         CLOSE SECURITY-CHANGE-FILE
016600     END-IF.
016700     CLOSE REPORT-FILE.
016800
016900     DISPLAY "PROFILES ADDED:         " WS-ADDED-COUNT.
017000     DISPLAY "PROFILES CHANGED:       " WS-CHANGED-COUNT.
017100     DISPLAY "PROFILES REVOKED:       " WS-REVOKED-COUNT.
017200     DISPLAY "PROFILES REINSTATED:    " WS-REINSTATED-COUNT.
017300     DISPLAY "ACTIONS REFUSED:        " WS-REFUSED-COUNT.
017400     DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT.
017500
017600     IF WS-RUN-RC > ZERO
017700         MOVE WS-RUN-RC TO RETURN-CODE
017800     END-IF.
017900
018000 PROGRAM-DONE.
018100     STOP RUN.
018200
018300* The profile file must already exist: it is defined and
018400* seeded with the first administrator by the one-time setup
018500* job, so an empty or missing file is an error here, never a
018600* blank slate anyone could enrol themselves onto.  No change
018700* is made unless it can be written to the change file.
018800 OPEN-PROFILE-FILES.
018900     OPEN I-O SECURITY-PROFILE-FILE.
019000     IF WS-SECPROF-STATUS = "00"
019100         SET PROFILES-OPEN TO TRUE
019200     ELSE
019300         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
019400             WS-SECPROF-STATUS
019500     END-IF.
019600     OPEN EXTEND SECURITY-VIOLATION-FILE.
019700     IF WS-SECVIOL-STATUS = "00"
019800         SET VIOLATION-FILE-OPEN TO TRUE
019900     ELSE
020000         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
020100             WS-SECVIOL-STATUS
020200     END-IF.
020300     OPEN EXTEND SECURITY-CHANGE-FILE.
020400     IF WS-SECCHG-STATUS = "00"
020500         SET CHANGE-FILE-OPEN TO TRUE
020600     ELSE
020700         DISPLAY "ERROR: CHANGE FILE NOT AVAILABLE, STATUS="
020800             WS-SECCHG-STATUS " - NO CHANGES ALLOWED"
020900     END-IF.
021000
021100 TAKE-ONE-ACTION.
021200     EVALUATE WS-ACTION
021300         WHEN "A"
021400         WHEN "a"
021500             MOVE "ADD PROFILE"  TO WS-SEC-ACTION
021600             PERFORM ADD-A-PROFILE
021700         WHEN "C"
021800         WHEN "c"
021900             MOVE "CHANGE ROLES" TO WS-SEC-ACTION
022000             PERFORM CHANGE-A-PROFILE
022100         WHEN "R"
022200         WHEN "r"
022300             MOVE "REVOKE"       TO WS-SEC-ACTION
022400             PERFORM REVOKE-A-PROFILE
022500         WHEN "E"
022600         WHEN "e"
022700             MOVE "REINSTATE"    TO WS-SEC-ACTION
022800             PERFORM REINSTATE-A-PROFILE
022900         WHEN "L"
023000         WHEN "l"
023100             PERFORM LIST-THE-PROFILES
023200         WHEN "Q"
023300         WHEN "q"
023400             SET SESSION-OVER TO TRUE
023500         WHEN OTHER
023600             DISPLAY "UNKNOWN ACTION " WS-ACTION
023700     END-EVALUATE.
023800
023900 ACCEPT-PROFILE-ID.
024000     DISPLAY "Enter operator id of the profile: ".
024100     ACCEPT WS-WORK-ID.
024200     MOVE SPACES TO WS-STATUS-TEXT.
024300
024400 ACCEPT-ROLES-CARD.
024500     DISPLAY "Enter roles, Y or N for each of: repair clerk, "
024600         "approver, master maint, bulletin maint, "
024700         "ops override, security admin: ".
024800     ACCEPT WS-ROLES-CARD.
024900     MOVE ZERO TO WS-YN-COUNT.
025000     INSPECT WS-ROLES-CARD TALLYING WS-YN-COUNT
025100         FOR ALL "Y" ALL "N".
025200
025300* Segregation of duties starts here: an administrator cannot
025400* grant, widen or restore their own access.
025500 CHECK-OWN-PROFILE.
025600     IF WS-WORK-ID = WS-ADMIN-ID
025700         MOVE "OWN PROFILE"  TO WS-STATUS-TEXT
025800         MOVE WS-WORK-ID     TO WS-SEC-SUBJECT
025900         MOVE "OWN PROFILE"  TO WS-SEC-REASON
026000         PERFORM LOG-SECURITY-VIOLATION
026100     END-IF.
026200
026300* One card for the new operator id, one for the name, one for
026400* the roles.
026500 ADD-A-PROFILE.
026600     PERFORM ACCEPT-PROFILE-ID.
026700     DISPLAY "Enter operator name: ".
026800     ACCEPT WS-WORK-NAME.
026900     PERFORM ACCEPT-ROLES-CARD.
027000     PERFORM CHECK-OWN-PROFILE.
027100     IF WS-STATUS-TEXT = SPACES
027200         IF WS-WORK-ID = SPACES
027300             MOVE "BAD OPERATOR ID" TO WS-STATUS-TEXT
027400         ELSE
027500         IF WS-YN-COUNT NOT = 6
027600             MOVE "BAD ROLES CARD"  TO WS-STATUS-TEXT
027700         ELSE
027800             MOVE WS-WORK-ID TO SEC-OPERATOR-ID
027900             READ SECURITY-PROFILE-FILE
028000                 INVALID KEY
028100                     CONTINUE
028200                 NOT INVALID KEY
028300                     MOVE "ALREADY ON FILE" TO WS-STATUS-TEXT
028400             END-READ
028500         END-IF
028600         END-IF
028700     END-IF.
028800     IF WS-STATUS-TEXT NOT = SPACES
028900         PERFORM REFUSE-THE-ACTION
029000     ELSE
029100         MOVE SPACES         TO WS-OLD-ROLES
029200         MOVE SPACE          TO WS-OLD-STATUS
029300         MOVE WS-WORK-ID     TO SEC-OPERATOR-ID
029400         MOVE WS-WORK-NAME   TO SEC-OPERATOR-NAME
029500         MOVE WS-ROLES-CARD  TO SEC-ROLES
029600         SET SEC-ACTIVE      TO TRUE
029700         MOVE WS-ADMIN-ID    TO SEC-ADDED-BY
029800         MOVE WS-TODAY       TO SEC-ADDED-DATE
029900         MOVE WS-ADMIN-ID    TO SEC-CHANGED-BY
030000         MOVE WS-TODAY       TO SEC-CHANGED-DATE
030100         WRITE SECURITY-PROFILE-RECORD
030200         IF WS-SECPROF-STATUS NOT = "00"
030300             PERFORM PROFILE-UPDATE-FAILED
030400         ELSE
030500             ADD 1 TO WS-ADDED-COUNT
030600             PERFORM RECORD-THE-CHANGE
030700         END-IF
030800     END-IF.
030900
031000* One card for the operator id, one for the complete new set
031100* of roles.
031200 CHANGE-A-PROFILE.
031300     PERFORM ACCEPT-PROFILE-ID.
031400     PERFORM ACCEPT-ROLES-CARD.
031500     PERFORM CHECK-OWN-PROFILE.
031600     IF WS-STATUS-TEXT = SPACES
031700         IF WS-YN-COUNT NOT = 6
031800             MOVE "BAD ROLES CARD"  TO WS-STATUS-TEXT
031900         ELSE
032000             PERFORM READ-THE-PROFILE
032100         END-IF
032200     END-IF.
032300     IF WS-STATUS-TEXT = SPACES
032400         IF SEC-ROLES = WS-ROLES-CARD
032500             MOVE "NO CHANGE"       TO WS-STATUS-TEXT
032600         END-IF
032700     END-IF.
032800     IF WS-STATUS-TEXT NOT = SPACES
032900         PERFORM REFUSE-THE-ACTION
033000     ELSE
033100         MOVE WS-ROLES-CARD  TO SEC-ROLES
033200         PERFORM REWRITE-THE-PROFILE
033300         IF WS-SECPROF-STATUS = "00"
033400             ADD 1 TO WS-CHANGED-COUNT
033500         END-IF
033600     END-IF.
033700
033800* A revoked profile keeps its roles on file, so reinstating it
033900* restores exactly what it had; every check refuses it in the
034000* meantime.
034100 REVOKE-A-PROFILE.
034200     PERFORM ACCEPT-PROFILE-ID.
034300     PERFORM CHECK-OWN-PROFILE.
034400     IF WS-STATUS-TEXT = SPACES
034500         PERFORM READ-THE-PROFILE
034600     END-IF.
034700     IF WS-STATUS-TEXT = SPACES
034800         IF SEC-REVOKED
034900             MOVE "ALREADY REVOKED" TO WS-STATUS-TEXT
035000         END-IF
035100     END-IF.
035200     IF WS-STATUS-TEXT NOT = SPACES
035300         PERFORM REFUSE-THE-ACTION
035400     ELSE
035500         SET SEC-REVOKED TO TRUE
035600         PERFORM REWRITE-THE-PROFILE
035700         IF WS-SECPROF-STATUS = "00"
035800             ADD 1 TO WS-REVOKED-COUNT
035900         END-IF
036000     END-IF.
036100
036200 REINSTATE-A-PROFILE.
036300     PERFORM ACCEPT-PROFILE-ID.
036400     PERFORM CHECK-OWN-PROFILE.
036500     IF WS-STATUS-TEXT = SPACES
036600         PERFORM READ-THE-PROFILE
036700     END-IF.
036800     IF WS-STATUS-TEXT = SPACES
036900         IF SEC-ACTIVE
037000             MOVE "ALREADY ACTIVE"  TO WS-STATUS-TEXT
037100         END-IF
037200     END-IF.
037300     IF WS-STATUS-TEXT NOT = SPACES
037400         PERFORM REFUSE-THE-ACTION
037500     ELSE
037600         SET SEC-ACTIVE TO TRUE
037700         PERFORM REWRITE-THE-PROFILE
037800         IF WS-SECPROF-STATUS = "00"
037900             ADD 1 TO WS-REINSTATED-COUNT
038000         END-IF
038100     END-IF.
038200
038300* Reads the profile for WS-WORK-ID and keeps its roles and
038400* status as they stood, for the change record.
038500 READ-THE-PROFILE.
038600     MOVE WS-WORK-ID TO SEC-OPERATOR-ID.
038700     READ SECURITY-PROFILE-FILE
038800         INVALID KEY
038900             MOVE "NOT ON FILE" TO WS-STATUS-TEXT
039000         NOT INVALID KEY
039100             MOVE SEC-ROLES  TO WS-OLD-ROLES
039200             MOVE SEC-STATUS TO WS-OLD-STATUS
039300     END-READ.
039400
039500 REWRITE-THE-PROFILE.
039600     MOVE WS-ADMIN-ID TO SEC-CHANGED-BY.
039700     MOVE WS-TODAY    TO SEC-CHANGED-DATE.
039800     REWRITE SECURITY-PROFILE-RECORD.
039900     IF WS-SECPROF-STATUS NOT = "00"
040000         PERFORM PROFILE-UPDATE-FAILED
040100     ELSE
040200         PERFORM RECORD-THE-CHANGE
040300     END-IF.
040400
040500 PROFILE-UPDATE-FAILED.
040600     DISPLAY "ERROR: PROFILE UPDATE FAILED, STATUS="
040700         WS-SECPROF-STATUS " ID=" WS-WORK-ID.
040800     MOVE 8 TO WS-RUN-RC.
040900
041000* Every change goes to the change file for the weekly audit
041100* report, and to this session's report.
041200 RECORD-THE-CHANGE.
041300     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
041400     MOVE SPACES                TO CHANGE-EVENT-RECORD.
041500     SET CHG-PROFILE-CHANGE     TO TRUE.
041600     MOVE WS-SEC-DATE-TIME(1:8) TO CHG-EVENT-DATE.
041700     MOVE WS-SEC-DATE-TIME(9:6) TO CHG-EVENT-TIME.
041800     MOVE "ADD06SP"             TO CHG-PROGRAM.
041900     MOVE WS-ADMIN-ID           TO CHG-OPERATOR-ID.
042000     MOVE "SECURITY ADMIN"      TO CHG-ROLE-NEEDED.
042100     MOVE WS-SEC-ACTION         TO CHG-ACTION.
042200     MOVE WS-WORK-ID            TO CHG-SUBJECT.
042300     MOVE WS-OLD-ROLES          TO CHG-OLD-ROLES.
042400     MOVE SEC-ROLES             TO CHG-NEW-ROLES.
042500     MOVE WS-OLD-STATUS         TO CHG-OLD-STATUS.
042600     MOVE SEC-STATUS            TO CHG-NEW-STATUS.
042700     WRITE CHANGE-EVENT-RECORD.
042800     IF WS-SECCHG-STATUS NOT = "00"
042900         DISPLAY "ERROR: CHANGE NOT LOGGED, STATUS="
043000             WS-SECCHG-STATUS " ID=" WS-WORK-ID
043100         MOVE 8 TO WS-RUN-RC
043200     END-IF.
043300     DISPLAY WS-SEC-ACTION " " WS-WORK-ID " ROLES " SEC-ROLES
043400         " STATUS " SEC-STATUS.
043500     MOVE SPACES TO REPORT-RECORD.
043600     STRING WS-SEC-ACTION    DELIMITED BY SIZE
043700            " "              DELIMITED BY SIZE
043800            WS-WORK-ID       DELIMITED BY SIZE
043900            " ROLES "        DELIMITED BY SIZE
044000            WS-OLD-ROLES     DELIMITED BY SIZE
044100            " TO "           DELIMITED BY SIZE
044200            SEC-ROLES        DELIMITED BY SIZE
044300            " STATUS "       DELIMITED BY SIZE
044400            WS-OLD-STATUS    DELIMITED BY SIZE
044500            " TO "           DELIMITED BY SIZE
044600            SEC-STATUS       DELIMITED BY SIZE
044700            " BY "           DELIMITED BY SIZE
044800            WS-ADMIN-ID      DELIMITED BY SIZE
044900            " ON "           DELIMITED BY SIZE
045000            WS-TODAY         DELIMITED BY SIZE
045100         INTO REPORT-RECORD.
045200     WRITE REPORT-RECORD.
045300
045400* Lists every profile, active and revoked, in id order.
045500 LIST-THE-PROFILES.
045600     ADD 1 TO WS-LIST-COUNT.
045700     MOVE SPACES TO REPORT-RECORD.
045800     WRITE REPORT-RECORD.
045850     MOVE SPACES TO REPORT-RECORD.
045900     STRING "ROLES: REPAIR CLERK, APPROVER, MASTER MAINT, "
045950                                     DELIMITED BY SIZE
046000            "BULLETIN MAINT, OPS OVERRIDE, SECURITY ADMIN"
046050                                     DELIMITED BY SIZE
046060         INTO REPORT-RECORD.
046100     WRITE REPORT-RECORD.
046200     MOVE SPACES TO REPORT-RECORD.
046300     MOVE "OPERATOR NAME                 ROLES  S ADDED BY ON"
046400         TO REPORT-RECORD.
046500     MOVE "      CHANGED BY ON" TO REPORT-RECORD(52:19).
046600     WRITE REPORT-RECORD.
046700     MOVE "N" TO WS-SCAN-EOF-SWITCH.
046800     MOVE LOW-VALUES TO SEC-OPERATOR-ID.
046900     START SECURITY-PROFILE-FILE KEY NOT < SEC-OPERATOR-ID
047000         INVALID KEY
047100             SET PROFILE-SCAN-DONE TO TRUE
047200     END-START.
047300     PERFORM UNTIL PROFILE-SCAN-DONE
047400         READ SECURITY-PROFILE-FILE NEXT RECORD
047500             AT END
047600                 SET PROFILE-SCAN-DONE TO TRUE
047700             NOT AT END
047800                 PERFORM LIST-ONE-PROFILE
047900         END-READ
048000     END-PERFORM.
048100
048200 LIST-ONE-PROFILE.
048300     MOVE SPACES TO REPORT-RECORD.
048400     STRING SEC-OPERATOR-ID   DELIMITED BY SIZE
048500            " "               DELIMITED BY SIZE
048600            SEC-OPERATOR-NAME DELIMITED BY SIZE
048700            " "               DELIMITED BY SIZE
048800            SEC-ROLES         DELIMITED BY SIZE
048900            " "               DELIMITED BY SIZE
049000            SEC-STATUS        DELIMITED BY SIZE
049100            " "               DELIMITED BY SIZE
049200            SEC-ADDED-BY      DELIMITED BY SIZE
049300            " "               DELIMITED BY SIZE
049400            SEC-ADDED-DATE    DELIMITED BY SIZE
049500            " "               DELIMITED BY SIZE
049600            SEC-CHANGED-BY    DELIMITED BY SIZE
049700            " "               DELIMITED BY SIZE
049800            SEC-CHANGED-DATE  DELIMITED BY SIZE
049900         INTO REPORT-RECORD.
050000     WRITE REPORT-RECORD.
050100
050200* Every refusal is written to the report as well as the log;
050300* one aimed at the administrator's own profile has already
050400* gone to the violation file as well.
050500 REFUSE-THE-ACTION.
050600     ADD 1 TO WS-REFUSED-COUNT.
050700     DISPLAY WS-SEC-ACTION " REFUSED " WS-WORK-ID " - "
050800         WS-STATUS-TEXT.
050900     MOVE SPACES TO REPORT-RECORD.
051000     STRING WS-SEC-ACTION    DELIMITED BY SIZE
051100            " REFUSED "      DELIMITED BY SIZE
051200            WS-WORK-ID       DELIMITED BY SIZE
051300            " BY "           DELIMITED BY SIZE
051400            WS-ADMIN-ID      DELIMITED BY SIZE
051500            " - "            DELIMITED BY SIZE
051600            WS-STATUS-TEXT   DELIMITED BY SIZE
051700         INTO REPORT-RECORD.
051800     WRITE REPORT-RECORD.
051900     IF WS-RUN-RC < 4
052000         MOVE 4 TO WS-RUN-RC
052100     END-IF.
052200
052300* The id in WS-SEC-OPERATOR must be on the profile file, not
052400* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
052500* and written to the violation file with the action and the
052600* item it was aimed at.  The id keyed on the card is never
052700* taken on trust.
052800 CHECK-OPERATOR-ROLE.
052900     MOVE "N" TO WS-ROLE-SWITCH.
053000     MOVE SPACES TO WS-SEC-REASON.
053100     IF NOT PROFILES-OPEN
053200         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
053300     ELSE
053400         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
053500         READ SECURITY-PROFILE-FILE
053600             INVALID KEY
053700                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
053800             NOT INVALID KEY
053900                 PERFORM CHECK-PROFILE-ROLE
054000         END-READ
054100     END-IF.
054200     IF WS-SEC-REASON = SPACES
054300         SET ROLE-GRANTED TO TRUE
054400     ELSE
054500         PERFORM LOG-SECURITY-VIOLATION
054600     END-IF.
054700
054800 CHECK-PROFILE-ROLE.
054900     EVALUATE WS-ROLE-NEEDED
055000         WHEN "REPAIR CLERK"
055100             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
055200         WHEN "APPROVER"
055300             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
055400         WHEN "MASTER MAINT"
055500             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
055600         WHEN "BULLETIN MAINT"
055700             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
055800         WHEN "OPS OVERRIDE"
055900             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
056000         WHEN "SECURITY ADMIN"
056100             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
056200         WHEN OTHER
056300             MOVE "N"               TO WS-ROLE-HELD
056400     END-EVALUATE.
056500     IF NOT SEC-ACTIVE
056600         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
056700     ELSE
056800     IF WS-ROLE-HELD NOT = "Y"
056900         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
057000     END-IF
057100     END-IF.
057200
057300 LOG-SECURITY-VIOLATION.
057400     ADD 1 TO WS-VIOLATION-COUNT.
057500     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
057600         WS-SEC-OPERATOR " - " WS-SEC-REASON.
057700     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
057800     MOVE SPACES                TO SECURITY-EVENT-RECORD.
057900     SET SEV-VIOLATION          TO TRUE.
058000     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
058100     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
058200     MOVE "ADD06SP"             TO SEV-PROGRAM.
058300     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
058400     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
058500     MOVE WS-SEC-ACTION         TO SEV-ACTION.
058600     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
058700     MOVE WS-SEC-REASON         TO SEV-REASON.
058800     IF VIOLATION-FILE-OPEN
058900         WRITE SECURITY-EVENT-RECORD
059000     END-IF.
059100     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
059200         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
059300             WS-SECVIOL-STATUS
059400     END-IF.
