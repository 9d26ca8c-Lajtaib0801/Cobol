000900* the code stays on the master so its history still reports,
001000* but ADD06 rejects any new pair carrying it.  Codes are never
001100* physically deleted for that same reason.
001110* The session opens with an operator id card; the id must be
001120* on the security profile file with the master maintainer
001130* role, or the session is refused, logged to the security
001140* violation file, and ends with condition code 8 before the
001150* master can be touched.
001200
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001600     SELECT DEPT-FILE ASSIGN TO "DEPTMST"
001700         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WS-DEPT-MST-STATUS.
001809
001818     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
001827         ORGANIZATION IS INDEXED
001836         ACCESS MODE IS RANDOM
001845         RECORD KEY IS SEC-OPERATOR-ID
001854         FILE STATUS IS WS-SECPROF-STATUS.
001863
001872     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
001881         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS WS-SECVIOL-STATUS.
001900
002000 DATA DIVISION.
002100 FILE SECTION.
002200 FD  DEPT-FILE.
002300     COPY "deptrec.cpy".
002310
002320 FD  SECURITY-PROFILE-FILE.
002330     COPY "secprof.cpy".
002340
002350 FD  SECURITY-VIOLATION-FILE.
002360     COPY "secevt.cpy".
002400
002500 WORKING-STORAGE SECTION.
002600 01 WS-DEPT-MST-STATUS   PIC XX          VALUE "00".
003100 01 WS-CHANGED-SWITCH    PIC X           VALUE "N".
003200    88 MASTER-CHANGED                    VALUE "Y".
003300 01 WS-ACTION            PIC X           VALUE SPACE.
003350 01 WS-OPERATOR-ID       PIC X(8)        VALUE SPACES.
003400 01 WS-WORK-CODE         PIC X(3)        VALUE SPACES.
003500 01 WS-WORK-NAME         PIC X(20)       VALUE SPACES.
003600 01 WS-ADDED-COUNT       PIC 9(4)        VALUE ZERO.
003700 01 WS-RENAMED-COUNT     PIC 9(4)        VALUE ZERO.
003800 01 WS-DEACT-COUNT       PIC 9(4)        VALUE ZERO.
003900 01 WS-REACT-COUNT       PIC 9(4)        VALUE ZERO.
003905* Operator role check against the security profile file.
003910 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
003915 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
003920 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
003925    88 PROFILES-OPEN                     VALUE "Y".
003930 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
003935    88 VIOLATION-FILE-OPEN               VALUE "Y".
003940 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
003945    88 ROLE-GRANTED                      VALUE "Y".
003950 01 WS-ROLE-HELD         PIC X           VALUE "N".
003955 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
003960 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
003965 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
003970 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
003975 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
003980 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
003985 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
004000
004100* Same table shape and fifty-slot limit as the lookup copy
004200* ADD06 loads, so a master this program accepts is a master
005500
005600 PROGRAM-BEGIN.
005700     DISPLAY "ADD06 DEPARTMENT MASTER MAINTENANCE".
005706     DISPLAY "Enter your operator id: ".
005712     ACCEPT WS-OPERATOR-ID.
005718
005724     PERFORM OPEN-SECURITY-FILES.
005730     MOVE WS-OPERATOR-ID   TO WS-SEC-OPERATOR.
005736     MOVE "MASTER MAINT"   TO WS-ROLE-NEEDED.
005742     MOVE "DEPT MASTER"    TO WS-SEC-ACTION.
005748     MOVE SPACES           TO WS-SEC-SUBJECT.
005754     PERFORM CHECK-OPERATOR-ROLE.
005760     IF NOT ROLE-GRANTED
005766         DISPLAY "ERROR: " WS-OPERATOR-ID
005772             " IS NOT AUTHORIZED TO MAINTAIN THE MASTER"
005778         MOVE 8 TO RETURN-CODE
005784         SET SESSION-OVER TO TRUE
005790     END-IF.
005800
005900     PERFORM LOAD-THE-MASTER.
006000
007500     DISPLAY "DEPARTMENTS RENAMED:    " WS-RENAMED-COUNT.
007600     DISPLAY "DEPARTMENTS DEACTIVATED:" WS-DEACT-COUNT.
007700     DISPLAY "DEPARTMENTS REACTIVATED:" WS-REACT-COUNT.
007750     PERFORM CLOSE-SECURITY-FILES.
007800
007900 PROGRAM-DONE.
008000     STOP RUN.
025700     MOVE WS-MST-NAME(WS-MST-SUB)   TO DPT-NAME.
025800     MOVE WS-MST-ACTIVE(WS-MST-SUB) TO DPT-ACTIVE-FLAG.
025900     WRITE DEPT-RECORD.
025901
025902* The profile file is only read here.  Without it every check
025903* refuses, so a lost profile file fails closed, not open.
025904 OPEN-SECURITY-FILES.
025905     OPEN INPUT SECURITY-PROFILE-FILE.
025906     IF WS-SECPROF-STATUS = "00"
025907         SET PROFILES-OPEN TO TRUE
025908     ELSE
025909         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
025910             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
025911     END-IF.
025912     OPEN EXTEND SECURITY-VIOLATION-FILE.
025913     IF WS-SECVIOL-STATUS = "00"
025914         SET VIOLATION-FILE-OPEN TO TRUE
025915     ELSE
025916         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
025917             WS-SECVIOL-STATUS
025918     END-IF.
025919
025920 CLOSE-SECURITY-FILES.
025921     IF PROFILES-OPEN
025922         CLOSE SECURITY-PROFILE-FILE
025923     END-IF.
025924     IF VIOLATION-FILE-OPEN
025925         CLOSE SECURITY-VIOLATION-FILE
025926     END-IF.
025927     IF WS-VIOLATION-COUNT > ZERO
025928         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
025929     END-IF.
025930
025931* The id in WS-SEC-OPERATOR must be on the profile file, not
025932* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
025933* and written to the violation file with the action and the
025934* item it was aimed at.  The id keyed on the card is never
025935* taken on trust.
025936 CHECK-OPERATOR-ROLE.
025937     MOVE "N" TO WS-ROLE-SWITCH.
025938     MOVE SPACES TO WS-SEC-REASON.
025939     IF NOT PROFILES-OPEN
025940         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
025941     ELSE
025942         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
025943         READ SECURITY-PROFILE-FILE
025944             INVALID KEY
025945                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
025946             NOT INVALID KEY
025947                 PERFORM CHECK-PROFILE-ROLE
025948         END-READ
025949     END-IF.
025950     IF WS-SEC-REASON = SPACES
025951         SET ROLE-GRANTED TO TRUE
025952     ELSE
025953         PERFORM LOG-SECURITY-VIOLATION
025954     END-IF.
025955
025956 CHECK-PROFILE-ROLE.
025957     EVALUATE WS-ROLE-NEEDED
025958         WHEN "REPAIR CLERK"
025959             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
025960         WHEN "APPROVER"
025961             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
025962         WHEN "MASTER MAINT"
025963             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
025964         WHEN "BULLETIN MAINT"
025965             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
025966         WHEN "OPS OVERRIDE"
025967             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
025968         WHEN "SECURITY ADMIN"
025969             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
025970         WHEN OTHER
025971             MOVE "N"               TO WS-ROLE-HELD
025972     END-EVALUATE.
025973     IF NOT SEC-ACTIVE
025974         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
025975     ELSE
025976     IF WS-ROLE-HELD NOT = "Y"
025977         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
025978     END-IF
025979     END-IF.
025980
025981 LOG-SECURITY-VIOLATION.
025982     ADD 1 TO WS-VIOLATION-COUNT.
025983     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
025984         WS-SEC-OPERATOR " - " WS-SEC-REASON.
025985     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
025986     MOVE SPACES                TO SECURITY-EVENT-RECORD.
025987     SET SEV-VIOLATION          TO TRUE.
025988     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
025989     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
025990     MOVE "ADD06DM"             TO SEV-PROGRAM.
025991     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
025992     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
025993     MOVE WS-SEC-ACTION         TO SEV-ACTION.
025994     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
025995     MOVE WS-SEC-REASON         TO SEV-REASON.
025996     IF VIOLATION-FILE-OPEN
025997         WRITE SECURITY-EVENT-RECORD
025998     END-IF.
025999     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
026000         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
026001             WS-SECVIOL-STATUS
026002     END-IF.
026003
