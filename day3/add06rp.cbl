000910* approved items reach the corrections dataset the nightly
000920* run consumes (audited there with source code R), so no one
000930* person can invent a transaction end to end.
000980* A rejected reversal is repaired by re-keying the key of the
001030* posting it should cancel; it has no operation or amounts.
001040* The clerk id must be on the security profile file with the
001050* repair clerk role; any other id is refused, logged to the
001060* security violation file, and ends the step with condition
001070* code 8 before a single reject is shown.
001100
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001900     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
002000         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS WS-PEND-STATUS.
002109
002118     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
002127         ORGANIZATION IS INDEXED
002136         ACCESS MODE IS RANDOM
002145         RECORD KEY IS SEC-OPERATOR-ID
002154         FILE STATUS IS WS-SECPROF-STATUS.
002163
002172     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
002181         ORGANIZATION IS LINE SEQUENTIAL
002190         FILE STATUS IS WS-SECVIOL-STATUS.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
003300
003400 FD  PENDING-FILE.
003500     COPY "corrrec.cpy".
003600
003700 FD  SECURITY-PROFILE-FILE.
003800     COPY "secprof.cpy".
003900
004000 FD  SECURITY-VIOLATION-FILE.
004100     COPY "secevt.cpy".
004300
004400 WORKING-STORAGE SECTION.
004500 01 WS-REJECT-STATUS     PIC XX          VALUE "00".
005800 01 WS-SHOWN-COUNT       PIC 9(6)        VALUE ZERO.
005900 01 WS-REPAIRED-COUNT    PIC 9(6)        VALUE ZERO.
006000 01 WS-SKIPPED-COUNT     PIC 9(6)        VALUE ZERO.
006005* Operator role check against the security profile file.
006010 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
006015 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
006020 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
006025    88 PROFILES-OPEN                     VALUE "Y".
006030 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
006035    88 VIOLATION-FILE-OPEN               VALUE "Y".
006040 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
006045    88 ROLE-GRANTED                      VALUE "Y".
006050 01 WS-ROLE-HELD         PIC X           VALUE "N".
006055 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
006060 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
006065 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
006070 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
006075 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
006080 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
006085 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
006100
006200 PROCEDURE DIVISION.
006300
006540     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-KEY-DATE.
006560     DISPLAY "Enter your clerk id: ".
006580     ACCEPT WS-CLERK-ID.
006581
006582     PERFORM OPEN-SECURITY-FILES.
006583     MOVE WS-CLERK-ID    TO WS-SEC-OPERATOR.
006584     MOVE "REPAIR CLERK" TO WS-ROLE-NEEDED.
006585     MOVE "KEY REPAIRS"  TO WS-SEC-ACTION.
006586     MOVE SPACES         TO WS-SEC-SUBJECT.
006587     PERFORM CHECK-OPERATOR-ROLE.
006588     IF NOT ROLE-GRANTED
006589         DISPLAY "ERROR: " WS-CLERK-ID
006590             " IS NOT AUTHORIZED TO KEY REPAIRS"
006591         MOVE 8 TO RETURN-CODE
006592         SET END-OF-FILE TO TRUE
006593     END-IF.
006600
006700     OPEN INPUT REJECT-FILE.
006800     IF WS-REJECT-STATUS NOT = "00"
008900
009000     CLOSE REJECT-FILE.
009100     CLOSE PENDING-FILE.
009150     PERFORM CLOSE-SECURITY-FILES.
009200
009300     DISPLAY "REJECTS SHOWN:    " WS-SHOWN-COUNT.
009400     DISPLAY "REPAIRS PENDING APPROVAL: " WS-REPAIRED-COUNT.
012300
012400 ACCEPT-CORRECTED-VALUES.
012500     SET CORRECTION-VALID TO TRUE.
012509     IF REJ-REVERSAL
012518         PERFORM ACCEPT-REVERSAL-KEY
012527     ELSE
012536         PERFORM ACCEPT-DETAIL-VALUES
012545     END-IF.
012554
012563* The run date goes in the first value field and the cycle
012572* and sequence in the second, the way ADD06 reads them.
012581 ACCEPT-REVERSAL-KEY.
012590     MOVE SPACE TO WS-NEW-OPERATION.
012599     DISPLAY "Enter run date of posting to reverse (YYYYMMDD): ".
012608     ACCEPT WS-NEW-FIRST.
012617     DISPLAY "Enter its cycle and sequence (CCSSSSSS): ".
012626     ACCEPT WS-NEW-SECOND.
012635     IF WS-NEW-FIRST NOT NUMERIC
012644        OR WS-NEW-SECOND NOT NUMERIC
012653         SET CORRECTION-INVALID TO TRUE
012662         DISPLAY "RUN DATE AND CYCLE/SEQUENCE MUST BE 8 DIGITS"
012671     END-IF.
012680
012689 ACCEPT-DETAIL-VALUES.
012700     DISPLAY "Enter operation code (A/S/M/D): ".
012800     ACCEPT WS-NEW-OPERATION.
012820     IF REJ-EXT-DETAIL
015150     IF REJ-EXT-DETAIL
015200         MOVE "E"           TO CORR-REC-TYPE
015250     ELSE
015252     IF REJ-REVERSAL
015254         MOVE "V"           TO CORR-REC-TYPE
015256     ELSE
015260         MOVE "D"           TO CORR-REC-TYPE
015270     END-IF
015280     END-IF.
015300     MOVE REJ-DEPT-CODE     TO CORR-DEPT-CODE.
015400     MOVE WS-NEW-OPERATION  TO CORR-OPERATION-CODE.
015500     MOVE WS-NEW-FIRST      TO CORR-FIRST-VALUE.
016100     WRITE CORRECTION-RECORD.
016200     ADD 1 TO WS-REPAIRED-COUNT.
016300     DISPLAY "PENDING CORRECTION WRITTEN FOR SEQ " REJ-SEQ-NO.
016400
016500* The profile file is only read here.  Without it every check
016600* refuses, so a lost profile file fails closed, not open.
016700 OPEN-SECURITY-FILES.
016800     OPEN INPUT SECURITY-PROFILE-FILE.
016900     IF WS-SECPROF-STATUS = "00"
017000         SET PROFILES-OPEN TO TRUE
017100     ELSE
017200         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
017300             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
017400     END-IF.
017500     OPEN EXTEND SECURITY-VIOLATION-FILE.
017600     IF WS-SECVIOL-STATUS = "00"
017700         SET VIOLATION-FILE-OPEN TO TRUE
017800     ELSE
017900         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
018000             WS-SECVIOL-STATUS
018100     END-IF.
018200
018300 CLOSE-SECURITY-FILES.
018400     IF PROFILES-OPEN
018500         CLOSE SECURITY-PROFILE-FILE
018600     END-IF.
018700     IF VIOLATION-FILE-OPEN
018800         CLOSE SECURITY-VIOLATION-FILE
018900     END-IF.
019000     IF WS-VIOLATION-COUNT > ZERO
019100         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
019200     END-IF.
019300
019400* The id in WS-SEC-OPERATOR must be on the profile file, not
019500* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
019600* and written to the violation file with the action and the
019700* item it was aimed at.  The id keyed on the card is never
019800* taken on trust.
019900 CHECK-OPERATOR-ROLE.
020000     MOVE "N" TO WS-ROLE-SWITCH.
020100     MOVE SPACES TO WS-SEC-REASON.
020200     IF NOT PROFILES-OPEN
020300         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
020400     ELSE
020500         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
020600         READ SECURITY-PROFILE-FILE
020700             INVALID KEY
020800                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
020900             NOT INVALID KEY
021000                 PERFORM CHECK-PROFILE-ROLE
021100         END-READ
021200     END-IF.
021300     IF WS-SEC-REASON = SPACES
021400         SET ROLE-GRANTED TO TRUE
021500     ELSE
021600         PERFORM LOG-SECURITY-VIOLATION
021700     END-IF.
021800
021900 CHECK-PROFILE-ROLE.
022000     EVALUATE WS-ROLE-NEEDED
022100         WHEN "REPAIR CLERK"
022200             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
022300         WHEN "APPROVER"
022400             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
022500         WHEN "MASTER MAINT"
022600             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
022700         WHEN "BULLETIN MAINT"
022800             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
022900         WHEN "OPS OVERRIDE"
023000             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
023100         WHEN "SECURITY ADMIN"
023200             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
023300         WHEN OTHER
023400             MOVE "N"               TO WS-ROLE-HELD
023500     END-EVALUATE.
023600     IF NOT SEC-ACTIVE
023700         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
023800     ELSE
023900     IF WS-ROLE-HELD NOT = "Y"
024000         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
024100     END-IF
024200     END-IF.
024300
024400 LOG-SECURITY-VIOLATION.
024500     ADD 1 TO WS-VIOLATION-COUNT.
024600     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
024700         WS-SEC-OPERATOR " - " WS-SEC-REASON.
024800     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
024900     MOVE SPACES                TO SECURITY-EVENT-RECORD.
025000     SET SEV-VIOLATION          TO TRUE.
025100     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
025200     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
025300     MOVE "ADD06RP"             TO SEV-PROGRAM.
025400     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
025500     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
025600     MOVE WS-SEC-ACTION         TO SEV-ACTION.
025700     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
025800     MOVE WS-SEC-REASON         TO SEV-REASON.
025900     IF VIOLATION-FILE-OPEN
026000         WRITE SECURITY-EVENT-RECORD
026100     END-IF.
026200     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
026300         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
026400             WS-SECVIOL-STATUS
026500     END-IF.
