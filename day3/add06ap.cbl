001900* pending-dataset open failure other than file-not-found ends
002000* the step with condition code 8 so the swap steps never
002100* replace the queue with an empty copy.
002110* The supervisor id must be on the security profile file with
002120* the approver role, so the check above is not just against
002130* a self-declared id; any other id is refused, logged to the
002140* security violation file, and ends the step with condition
002150* code 8 before any item is reviewed.  An attempt to review
002160* one's own keying is logged there too.
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800     SELECT REJECT-FILE ASSIGN TO "REJFILE"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REJECT-STATUS.
004009
004018     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
004027         ORGANIZATION IS INDEXED
004036         ACCESS MODE IS RANDOM
004045         RECORD KEY IS SEC-OPERATOR-ID
004054         FILE STATUS IS WS-SECPROF-STATUS.
004063
004072     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
004081         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS WS-SECVIOL-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005500
005600 FD  REJECT-FILE.
005700     COPY "rejrec.cpy".
005710
005720 FD  SECURITY-PROFILE-FILE.
005730     COPY "secprof.cpy".
005740
005750 FD  SECURITY-VIOLATION-FILE.
005760     COPY "secevt.cpy".
005800
005900 WORKING-STORAGE SECTION.
006000     COPY "corrrec.cpy".
007500 01 WS-RETIRED-COUNT     PIC 9(6)        VALUE ZERO.
007600 01 WS-HELD-COUNT        PIC 9(6)        VALUE ZERO.
007700 01 WS-PASSED-COUNT      PIC 9(6)        VALUE ZERO.
007705* Operator role check against the security profile file.
007710 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
007715 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
007720 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
007725    88 PROFILES-OPEN                     VALUE "Y".
007730 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
007735    88 VIOLATION-FILE-OPEN               VALUE "Y".
007740 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
007745    88 ROLE-GRANTED                      VALUE "Y".
007750 01 WS-ROLE-HELD         PIC X           VALUE "N".
007755 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
007760 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
007765 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
007770 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
007775 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
007780 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
007785 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
007800
007900* The reject retain generations, tabled so each pending
008000* correction's original reject can be shown to the
010400     DISPLAY "ADD06 CORRECTION APPROVAL".
010500     DISPLAY "Enter your supervisor id: ".
010600     ACCEPT WS-SUPER-ID.
010607
010614     PERFORM OPEN-SECURITY-FILES.
010621     MOVE WS-SUPER-ID    TO WS-SEC-OPERATOR.
010628     MOVE "APPROVER"     TO WS-ROLE-NEEDED.
010635     MOVE "APPROVE"      TO WS-SEC-ACTION.
010642     MOVE SPACES         TO WS-SEC-SUBJECT.
010649     PERFORM CHECK-OPERATOR-ROLE.
010656     IF NOT ROLE-GRANTED
010663         DISPLAY "ERROR: " WS-SUPER-ID
010670             " IS NOT AUTHORIZED TO APPROVE CORRECTIONS"
010677         MOVE 8 TO RETURN-CODE
010684         SET END-OF-FILE TO TRUE
010691     END-IF.
010700
010800* File-not-found is the normal empty-queue day.  Any other
010900* open failure fails the step so the JCL swap steps cannot
016000     IF WS-CORR-STATUS = "00"
016100         CLOSE CORRECTION-FILE
016200     END-IF.
016250     PERFORM CLOSE-SECURITY-FILES.
016300
016400     DISPLAY "CORRECTIONS SHOWN:    " WS-SHOWN-COUNT.
016500     DISPLAY "CORRECTIONS APPROVED: " WS-APPROVED-COUNT.
024100         " OP " CORR-OPERATION-CODE
024200         " VALUES " CORR-FIRST-VALUE
024300         "/" CORR-SECOND-VALUE.
024310     IF CORR-REVERSAL
024320         DISPLAY "  REVERSES POSTING " CORR-FIRST-VALUE
024330             "/" CORR-SECOND-VALUE(1:2)
024340             "/" CORR-SECOND-VALUE(3:6)
024350     END-IF.
024400     DISPLAY "  KEYED BY " CORR-KEYED-BY
024500         " ON " CORR-KEYED-DATE
024600         " STATUS " CORR-STATUS.
024800     IF CORR-KEYED-BY = WS-SUPER-ID
024900         DISPLAY "  KEYED BY YOU - ANOTHER SUPERVISOR MUST "
025000             "APPROVE IT.  LEFT PENDING."
025020         MOVE "APPROVE OWN"      TO WS-SEC-ACTION
025040         MOVE CORR-ORIG-KEY      TO WS-SEC-SUBJECT
025060         MOVE "OWN KEYING"       TO WS-SEC-REASON
025080         PERFORM LOG-SECURITY-VIOLATION
025100         ADD 1 TO WS-HELD-COUNT
025200         PERFORM WRITE-TO-PENDOUT
025300     ELSE
032000
032100 WRITE-TO-CORRFILE.
032200     WRITE CORROUT-RECORD FROM CORRECTION-RECORD.
032300
032400* The profile file is only read here.  Without it every check
032500* refuses, so a lost profile file fails closed, not open.
032600 OPEN-SECURITY-FILES.
032700     OPEN INPUT SECURITY-PROFILE-FILE.
032800     IF WS-SECPROF-STATUS = "00"
032900         SET PROFILES-OPEN TO TRUE
033000     ELSE
033100         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
033200             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
033300     END-IF.
033400     OPEN EXTEND SECURITY-VIOLATION-FILE.
033500     IF WS-SECVIOL-STATUS = "00"
033600         SET VIOLATION-FILE-OPEN TO TRUE
033700     ELSE
033800         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
033900             WS-SECVIOL-STATUS
034000     END-IF.
034100
034200 CLOSE-SECURITY-FILES.
034300     IF PROFILES-OPEN
034400         CLOSE SECURITY-PROFILE-FILE
034500     END-IF.
034600     IF VIOLATION-FILE-OPEN
034700         CLOSE SECURITY-VIOLATION-FILE
034800     END-IF.
034900     IF WS-VIOLATION-COUNT > ZERO
035000         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
035100     END-IF.
035200
035300* The id in WS-SEC-OPERATOR must be on the profile file, not
035400* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
035500* and written to the violation file with the action and the
035600* item it was aimed at.  The id keyed on the card is never
035700* taken on trust.
035800 CHECK-OPERATOR-ROLE.
035900     MOVE "N" TO WS-ROLE-SWITCH.
036000     MOVE SPACES TO WS-SEC-REASON.
036100     IF NOT PROFILES-OPEN
036200         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
036300     ELSE
036400         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
036500         READ SECURITY-PROFILE-FILE
036600             INVALID KEY
036700                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
036800             NOT INVALID KEY
036900                 PERFORM CHECK-PROFILE-ROLE
037000         END-READ
037100     END-IF.
037200     IF WS-SEC-REASON = SPACES
037300         SET ROLE-GRANTED TO TRUE
037400     ELSE
037500         PERFORM LOG-SECURITY-VIOLATION
037600     END-IF.
037700
037800 CHECK-PROFILE-ROLE.
037900     EVALUATE WS-ROLE-NEEDED
038000         WHEN "REPAIR CLERK"
038100             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
038200         WHEN "APPROVER"
038300             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
038400         WHEN "MASTER MAINT"
038500             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
038600         WHEN "BULLETIN MAINT"
038700             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
038800         WHEN "OPS OVERRIDE"
038900             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
039000         WHEN "SECURITY ADMIN"
039100             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
039200         WHEN OTHER
039300             MOVE "N"               TO WS-ROLE-HELD
039400     END-EVALUATE.
039500     IF NOT SEC-ACTIVE
039600         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
039700     ELSE
039800     IF WS-ROLE-HELD NOT = "Y"
039900         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
040000     END-IF
040100     END-IF.
040200
040300 LOG-SECURITY-VIOLATION.
040400     ADD 1 TO WS-VIOLATION-COUNT.
040500     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
040600         WS-SEC-OPERATOR " - " WS-SEC-REASON.
040700     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
040800     MOVE SPACES                TO SECURITY-EVENT-RECORD.
040900     SET SEV-VIOLATION          TO TRUE.
041000     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
041100     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
041200     MOVE "ADD06AP"             TO SEV-PROGRAM.
041300     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
041400     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
041500     MOVE WS-SEC-ACTION         TO SEV-ACTION.
041600     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
041700     MOVE WS-SEC-REASON         TO SEV-REASON.
041800     IF VIOLATION-FILE-OPEN
041900         WRITE SECURITY-EVENT-RECORD
042000     END-IF.
042100     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
042200         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
042300             WS-SECVIOL-STATUS
042400     END-IF.
