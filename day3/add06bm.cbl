000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06bm.
000300
000400* Operator bulletin maintenance.  Loads the bulletin file that
000500* HELLO04 shows at the head of the nightly chain into a table,
000600* then takes one action card per prompt -- add a bulletin,
000700* delete one by its list number, or list them -- and rewrites
000800* the file when the session made a change.  A bulletin is
000900* checked before it goes on: both dates must be real
001000* YYYYMMDD dates, the window must not end before it starts,
001100* and the severity must be I, W or H, so a HOLD keyed here can
001200* never be one HELLO04 skips as malformed.
001300* The session opens with an operator id card; the id must be
001400* on the security profile file with the bulletin maintainer
001500* role, or the session is refused, logged to the security
001600* violation file, and ends with condition code 8 before the
001700* bulletin file can be touched.
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT MOTD-FILE ASSIGN TO "MOTDFILE"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-MOTD-STATUS.
002500
002600     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS SEC-OPERATOR-ID
003000         FILE STATUS IS WS-SECPROF-STATUS.
003100
003200     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SECVIOL-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MOTD-FILE.
003900     COPY "bltrec.cpy".
004000
004100 FD  SECURITY-PROFILE-FILE.
004200     COPY "secprof.cpy".
004300
004400 FD  SECURITY-VIOLATION-FILE.
004500     COPY "secevt.cpy".
004600
004700 WORKING-STORAGE SECTION.
004800 01 WS-MOTD-STATUS       PIC XX          VALUE "00".
004900 01 WS-EOF-SWITCH        PIC X           VALUE "N".
005000    88 END-OF-FILE                       VALUE "Y".
005100 01 WS-SESSION-SWITCH    PIC X           VALUE "Y".
005200    88 SESSION-OVER                      VALUE "N".
005300 01 WS-CHANGED-SWITCH    PIC X           VALUE "N".
005400    88 BULLETINS-CHANGED                 VALUE "Y".
005500 01 WS-ACTION            PIC X           VALUE SPACE.
005600 01 WS-OPERATOR-ID       PIC X(8)        VALUE SPACES.
005700 01 WS-WORK-FROM         PIC X(8)        VALUE SPACES.
005800 01 WS-WORK-TO           PIC X(8)        VALUE SPACES.
005900 01 WS-WORK-SEVERITY     PIC X           VALUE SPACE.
006000 01 WS-WORK-TEXT         PIC X(72)       VALUE SPACES.
006100 01 WS-WORK-NUMBER       PIC 9(3)        VALUE ZERO.
006200 01 WS-FROM-DATE         PIC 9(8)        VALUE ZERO.
006300 01 WS-TO-DATE           PIC 9(8)        VALUE ZERO.
006400 01 WS-REFUSE-TEXT       PIC X(24)       VALUE SPACES.
006500 01 WS-ADDED-COUNT       PIC 9(4)        VALUE ZERO.
006600 01 WS-DELETED-COUNT     PIC 9(4)        VALUE ZERO.
006700 01 WS-REFUSED-COUNT     PIC 9(4)        VALUE ZERO.
006800* Operator role check against the security profile file.
006900 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
007000 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
007100 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
007200    88 PROFILES-OPEN                     VALUE "Y".
007300 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
007400    88 VIOLATION-FILE-OPEN               VALUE "Y".
007500 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
007600    88 ROLE-GRANTED                      VALUE "Y".
007700 01 WS-ROLE-HELD         PIC X           VALUE "N".
007800 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
007900 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
008000 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
008100 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
008200 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
008300 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
008400 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
008500
008600* One hundred bulletins is far more than ops ever keeps
008700* live; expired ones should be deleted, not left to pile up.
008800 01 WS-BLT-MAX           PIC 9(3)        VALUE 100.
008900 01 WS-BLT-USED          PIC 9(3)        VALUE ZERO.
009000 01 WS-BLT-SUB           PIC 9(3)        VALUE ZERO.
009100 01 WS-BLT-TABLE.
009200    05 WS-BLT-ENTRY OCCURS 100 TIMES.
009300       10 WS-BLT-FROM        PIC X(8).
009400       10 WS-BLT-TO          PIC X(8).
009500       10 WS-BLT-SEVERITY    PIC X.
009600       10 WS-BLT-TEXT        PIC X(72).
009700
009800 PROCEDURE DIVISION.
009900
010000 PROGRAM-BEGIN.
010100     DISPLAY "ADD06 OPERATOR BULLETIN MAINTENANCE".
010200     DISPLAY "Enter your operator id: ".
010300     ACCEPT WS-OPERATOR-ID.
010400
010500     PERFORM OPEN-SECURITY-FILES.
010600     MOVE WS-OPERATOR-ID   TO WS-SEC-OPERATOR.
010700     MOVE "BULLETIN MAINT" TO WS-ROLE-NEEDED.
010800     MOVE "BULLETINS"      TO WS-SEC-ACTION.
010900     MOVE SPACES           TO WS-SEC-SUBJECT.
011000     PERFORM CHECK-OPERATOR-ROLE.
011100     IF NOT ROLE-GRANTED
011200         DISPLAY "ERROR: " WS-OPERATOR-ID
011300             " IS NOT AUTHORIZED TO MAINTAIN BULLETINS"
011400         MOVE 8 TO RETURN-CODE
011500         SET SESSION-OVER TO TRUE
011600     ELSE
011700         PERFORM LOAD-THE-BULLETINS
011800     END-IF.
011900
012000     PERFORM UNTIL SESSION-OVER
012100         DISPLAY "Action (A=add D=delete L=list Q=quit): "
012200         ACCEPT WS-ACTION
012300         PERFORM TAKE-ONE-ACTION
012400     END-PERFORM.
012500
012600     IF BULLETINS-CHANGED
012700         PERFORM REWRITE-THE-BULLETINS
012800     ELSE
012900         DISPLAY "NO CHANGES - BULLETIN FILE LEFT AS FOUND"
013000     END-IF.
013100
013200     DISPLAY "BULLETINS ADDED:        " WS-ADDED-COUNT.
013300     DISPLAY "BULLETINS DELETED:      " WS-DELETED-COUNT.
013400     DISPLAY "BULLETINS REFUSED:      " WS-REFUSED-COUNT.
013500     PERFORM CLOSE-SECURITY-FILES.
013600
013700 PROGRAM-DONE.
013800     STOP RUN.
013900
014000* A missing bulletin file is a normal first session: the table
014100* just starts empty and the session's adds create the dataset.
014200 LOAD-THE-BULLETINS.
014300     OPEN INPUT MOTD-FILE.
014400     IF WS-MOTD-STATUS NOT = "00"
014500         DISPLAY "NO EXISTING BULLETINS - STARTING EMPTY, STATUS="
014600             WS-MOTD-STATUS
014700         SET END-OF-FILE TO TRUE
014800     END-IF.
014900     PERFORM UNTIL END-OF-FILE
015000         READ MOTD-FILE
015100             AT END
015200                 SET END-OF-FILE TO TRUE
015300             NOT AT END
015400                 PERFORM LOAD-ONE-BULLETIN
015500         END-READ
015600     END-PERFORM.
015700     IF WS-MOTD-STATUS = "00" OR "10"
015800         CLOSE MOTD-FILE
015900     END-IF.
016000     DISPLAY "BULLETINS ON FILE: " WS-BLT-USED.
016100
016200* A malformed record already on file is kept as it is, so the
016300* listing shows it and it can be deleted here.
016400 LOAD-ONE-BULLETIN.
016500     IF WS-BLT-USED < WS-BLT-MAX
016600         ADD 1 TO WS-BLT-USED
016700         MOVE BLT-EFFECTIVE-FROM TO WS-BLT-FROM(WS-BLT-USED)
016800         MOVE BLT-EFFECTIVE-TO   TO WS-BLT-TO(WS-BLT-USED)
016900         MOVE BLT-SEVERITY       TO WS-BLT-SEVERITY(WS-BLT-USED)
017000         MOVE BLT-MESSAGE-TEXT   TO WS-BLT-TEXT(WS-BLT-USED)
017100     ELSE
017200         DISPLAY "ERROR: BULLETIN FILE EXCEEDS " WS-BLT-MAX
017300             " ENTRIES - EXTRAS DROPPED"
017400     END-IF.
017500
017600 TAKE-ONE-ACTION.
017700     EVALUATE WS-ACTION
017800         WHEN "A"
017900         WHEN "a"
018000             PERFORM ADD-A-BULLETIN
018100         WHEN "D"
018200         WHEN "d"
018300             PERFORM DELETE-A-BULLETIN
018400         WHEN "L"
018500         WHEN "l"
018600             PERFORM LIST-THE-BULLETINS
018700         WHEN "Q"
018800         WHEN "q"
018900             SET SESSION-OVER TO TRUE
019000         WHEN OTHER
019100             DISPLAY "UNKNOWN ACTION " WS-ACTION
019200     END-EVALUATE.
019300
019400* Four cards: effective-from date, effective-to date, severity
019500* and the message text.
019600 ADD-A-BULLETIN.
019700     DISPLAY "Enter effective-from date (YYYYMMDD): ".
019800     ACCEPT WS-WORK-FROM.
019900     DISPLAY "Enter effective-to date (YYYYMMDD): ".
020000     ACCEPT WS-WORK-TO.
020100     DISPLAY "Enter severity (I=info W=warning H=hold): ".
020200     ACCEPT WS-WORK-SEVERITY.
020300     DISPLAY "Enter message text: ".
020400     ACCEPT WS-WORK-TEXT.
020500     PERFORM CHECK-THE-BULLETIN.
020600     IF WS-REFUSE-TEXT NOT = SPACES
020700         ADD 1 TO WS-REFUSED-COUNT
020800         DISPLAY "BULLETIN REFUSED - " WS-REFUSE-TEXT
020900     ELSE
021000         IF WS-BLT-USED < WS-BLT-MAX
021100             ADD 1 TO WS-BLT-USED
021200             MOVE WS-WORK-FROM     TO WS-BLT-FROM(WS-BLT-USED)
021300             MOVE WS-WORK-TO       TO WS-BLT-TO(WS-BLT-USED)
021400             MOVE WS-WORK-SEVERITY TO WS-BLT-SEVERITY(WS-BLT-USED)
021500             MOVE WS-WORK-TEXT     TO WS-BLT-TEXT(WS-BLT-USED)
021600             ADD 1 TO WS-ADDED-COUNT
021700             SET BULLETINS-CHANGED TO TRUE
021800             DISPLAY "ADDED " WS-WORK-SEVERITY " " WS-WORK-FROM
021900                 " - " WS-WORK-TO " " WS-WORK-TEXT
022000         ELSE
022100             DISPLAY "BULLETIN FILE IS FULL - BULLETIN NOT ADDED"
022200         END-IF
022300     END-IF.
022400
022500* The same tests HELLO04 applies, plus real calendar dates and
022600* a window that does not end before it starts.
022700 CHECK-THE-BULLETIN.
022800     MOVE SPACES TO WS-REFUSE-TEXT.
022900     IF WS-WORK-FROM NOT NUMERIC
023000        OR WS-WORK-TO NOT NUMERIC
023100         MOVE "DATES NOT NUMERIC" TO WS-REFUSE-TEXT
023200     ELSE
023300         MOVE WS-WORK-FROM TO WS-FROM-DATE
023400         MOVE WS-WORK-TO   TO WS-TO-DATE
023500         IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
023600            OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = ZERO
023700             MOVE "NOT A CALENDAR DATE" TO WS-REFUSE-TEXT
023800         ELSE
023900         IF WS-TO-DATE < WS-FROM-DATE
024000             MOVE "TO DATE BEFORE FROM DATE" TO WS-REFUSE-TEXT
024100         ELSE
024200         IF WS-WORK-SEVERITY NOT = "I" AND NOT = "W"
024300                         AND NOT = "H"
024400             MOVE "SEVERITY NOT I, W OR H" TO WS-REFUSE-TEXT
024500         ELSE
024600         IF WS-WORK-TEXT = SPACES
024700             MOVE "NO MESSAGE TEXT" TO WS-REFUSE-TEXT
024800         END-IF
024900         END-IF
025000         END-IF
025100         END-IF
025200     END-IF.
025300
025400* One card: the bulletin's number from the listing.  The
025500* entries after it close up, so list again before deleting a
025600* second one.
025700 DELETE-A-BULLETIN.
025800     DISPLAY "Enter bulletin number from the list: ".
025900     ACCEPT WS-WORK-NUMBER.
026000     IF WS-WORK-NUMBER = ZERO OR WS-WORK-NUMBER > WS-BLT-USED
026100         DISPLAY "BULLETIN " WS-WORK-NUMBER " IS NOT ON THE LIST"
026200     ELSE
026300         DISPLAY "DELETED " WS-BLT-SEVERITY(WS-WORK-NUMBER)
026400             " " WS-BLT-FROM(WS-WORK-NUMBER)
026500             " - " WS-BLT-TO(WS-WORK-NUMBER)
026600             " " WS-BLT-TEXT(WS-WORK-NUMBER)
026700         PERFORM CLOSE-UP-ONE-ENTRY
026800             VARYING WS-BLT-SUB FROM WS-WORK-NUMBER BY 1
026900             UNTIL WS-BLT-SUB NOT < WS-BLT-USED
027000         SUBTRACT 1 FROM WS-BLT-USED
027100         ADD 1 TO WS-DELETED-COUNT
027200         SET BULLETINS-CHANGED TO TRUE
027300     END-IF.
027400
027500 CLOSE-UP-ONE-ENTRY.
027600     MOVE WS-BLT-ENTRY(WS-BLT-SUB + 1)
027650         TO WS-BLT-ENTRY(WS-BLT-SUB).
027700
027800 LIST-THE-BULLETINS.
027900     IF WS-BLT-USED = ZERO
028000         DISPLAY "BULLETIN FILE IS EMPTY"
028100     END-IF.
028200     PERFORM LIST-ONE-BULLETIN
028300         VARYING WS-BLT-SUB FROM 1 BY 1
028400         UNTIL WS-BLT-SUB > WS-BLT-USED.
028500
028600 LIST-ONE-BULLETIN.
028700     DISPLAY "  " WS-BLT-SUB
028800         " " WS-BLT-SEVERITY(WS-BLT-SUB)
028900         " " WS-BLT-FROM(WS-BLT-SUB)
029000         " " WS-BLT-TO(WS-BLT-SUB)
029100         " " WS-BLT-TEXT(WS-BLT-SUB).
029200
029300* The whole table is written back in one pass, so the file on
029400* disk is always a complete copy for HELLO04 to read.
029500 REWRITE-THE-BULLETINS.
029600     OPEN OUTPUT MOTD-FILE.
029700     IF WS-MOTD-STATUS NOT = "00"
029800         DISPLAY "ERROR: BULLETINS NOT REWRITTEN, STATUS="
029900             WS-MOTD-STATUS
030000         MOVE 8 TO RETURN-CODE
030100     ELSE
030200         PERFORM WRITE-ONE-BULLETIN
030300             VARYING WS-BLT-SUB FROM 1 BY 1
030400             UNTIL WS-BLT-SUB > WS-BLT-USED
030500         CLOSE MOTD-FILE
030600         DISPLAY "BULLETIN FILE REWRITTEN WITH " WS-BLT-USED
030700             " BULLETINS"
030800     END-IF.
030900
031000 WRITE-ONE-BULLETIN.
031100     MOVE WS-BLT-FROM(WS-BLT-SUB)     TO BLT-EFFECTIVE-FROM.
031200     MOVE WS-BLT-TO(WS-BLT-SUB)       TO BLT-EFFECTIVE-TO.
031300     MOVE WS-BLT-SEVERITY(WS-BLT-SUB) TO BLT-SEVERITY.
031400     MOVE WS-BLT-TEXT(WS-BLT-SUB)     TO BLT-MESSAGE-TEXT.
031500     WRITE MOTD-RECORD.
031600
031700* The profile file is only read here.  Without it every check
031800* refuses, so a lost profile file fails closed, not open.
031900 OPEN-SECURITY-FILES.
032000     OPEN INPUT SECURITY-PROFILE-FILE.
032100     IF WS-SECPROF-STATUS = "00"
032200         SET PROFILES-OPEN TO TRUE
032300     ELSE
032400         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
032500             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
032600     END-IF.
032700     OPEN EXTEND SECURITY-VIOLATION-FILE.
032800     IF WS-SECVIOL-STATUS = "00"
032900         SET VIOLATION-FILE-OPEN TO TRUE
033000     ELSE
033100         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
033200             WS-SECVIOL-STATUS
033300     END-IF.
033400
033500 CLOSE-SECURITY-FILES.
033600     IF PROFILES-OPEN
033700         CLOSE SECURITY-PROFILE-FILE
033800     END-IF.
033900     IF VIOLATION-FILE-OPEN
034000         CLOSE SECURITY-VIOLATION-FILE
034100     END-IF.
034200     IF WS-VIOLATION-COUNT > ZERO
034300         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
034400     END-IF.
034500
034600* The id in WS-SEC-OPERATOR must be on the profile file, not
034700* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
034800* and written to the violation file with the action and the
034900* item it was aimed at.  The id keyed on the card is never
035000* taken on trust.
035100 CHECK-OPERATOR-ROLE.
035200     MOVE "N" TO WS-ROLE-SWITCH.
035300     MOVE SPACES TO WS-SEC-REASON.
035400     IF NOT PROFILES-OPEN
035500         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
035600     ELSE
035700         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
035800         READ SECURITY-PROFILE-FILE
035900             INVALID KEY
036000                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
036100             NOT INVALID KEY
036200                 PERFORM CHECK-PROFILE-ROLE
036300         END-READ
036400     END-IF.
036500     IF WS-SEC-REASON = SPACES
036600         SET ROLE-GRANTED TO TRUE
036700     ELSE
036800         PERFORM LOG-SECURITY-VIOLATION
036900     END-IF.
037000
037100 CHECK-PROFILE-ROLE.
037200     EVALUATE WS-ROLE-NEEDED
037300         WHEN "REPAIR CLERK"
037400             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
037500         WHEN "APPROVER"
037600             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
037700         WHEN "MASTER MAINT"
037800             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
037900         WHEN "BULLETIN MAINT"
038000             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
038100         WHEN "OPS OVERRIDE"
038200             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
038300         WHEN "SECURITY ADMIN"
038400             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
038500         WHEN OTHER
038600             MOVE "N"               TO WS-ROLE-HELD
038700     END-EVALUATE.
038800     IF NOT SEC-ACTIVE
038900         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
039000     ELSE
039100     IF WS-ROLE-HELD NOT = "Y"
039200         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
039300     END-IF
039400     END-IF.
039500
039600 LOG-SECURITY-VIOLATION.
039700     ADD 1 TO WS-VIOLATION-COUNT.
039800     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
039900         WS-SEC-OPERATOR " - " WS-SEC-REASON.
040000     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
040100     MOVE SPACES                TO SECURITY-EVENT-RECORD.
040200     SET SEV-VIOLATION          TO TRUE.
040300     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
040400     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
040500     MOVE "ADD06BM"             TO SEV-PROGRAM.
040600     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
040700     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
040800     MOVE WS-SEC-ACTION         TO SEV-ACTION.
040900     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
041000     MOVE WS-SEC-REASON         TO SEV-REASON.
041100     IF VIOLATION-FILE-OPEN
041200         WRITE SECURITY-EVENT-RECORD
041300     END-IF.
041400     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
041500         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
041600             WS-SECVIOL-STATUS
041700     END-IF.
