000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06sr.
000300
000400* Weekly operator security report for audit.  Lists every
000500* refused attempt on the security violation file and every
000600* change on the profile change file inside the report window,
000700* with a count of violations per operator id so a repeated
000800* attempt stands out.  The window is the seven days ending on
000900* the run date unless an SRPARM card gives a from date and a
001000* to date.  Any violation in the window ends the step with
001100* condition code 4, so the scheduler shows audit there is
001200* something to read.
001300
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001700     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
001800         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-SECVIOL-STATUS.
002000
002100     SELECT SECURITY-CHANGE-FILE ASSIGN TO "SECCHG"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-SECCHG-STATUS.
002400
002500     SELECT PARM-FILE ASSIGN TO "SRPARM"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-STATUS.
002800
002900     SELECT REPORT-FILE ASSIGN TO "SECRPT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-REPORT-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SECURITY-VIOLATION-FILE.
003600     COPY "secevt.cpy".
003700
003800 FD  SECURITY-CHANGE-FILE.
003900     COPY "secevt.cpy"
004000         REPLACING ==SECURITY-EVENT-RECORD==
004100                         BY ==CHANGE-EVENT-RECORD==
004200                   LEADING ==SEV-== BY ==CHG-==.
004300
004400 FD  PARM-FILE.
004500 01  PARM-RECORD.
004600     05 PRM-FROM-DATE       PIC 9(8).
004700     05 FILLER              PIC X.
004800     05 PRM-TO-DATE         PIC 9(8).
004900
005000 FD  REPORT-FILE.
005100 01  REPORT-RECORD         PIC X(120).
005200
005300 WORKING-STORAGE SECTION.
005400 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
005500 01 WS-SECCHG-STATUS     PIC XX          VALUE "00".
005600 01 WS-PARM-STATUS       PIC XX          VALUE "00".
005700 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
005800 01 WS-VIOL-EOF-SWITCH   PIC X           VALUE "N".
005900    88 VIOLATIONS-DONE                   VALUE "Y".
006000 01 WS-CHG-EOF-SWITCH    PIC X           VALUE "N".
006100    88 CHANGES-DONE                      VALUE "Y".
006200
006300 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
006400 01 WS-RUN-DATE          PIC 9(8)        VALUE ZERO.
006500 01 WS-FROM-DATE         PIC 9(8)        VALUE ZERO.
006600 01 WS-TO-DATE           PIC 9(8)        VALUE ZERO.
006700 01 WS-DATE-INT          PIC S9(9) COMP  VALUE ZERO.
006800 01 WS-VIOLATION-COUNT   PIC 9(6)        VALUE ZERO.
006900 01 WS-CHANGE-COUNT      PIC 9(6)        VALUE ZERO.
007000 01 WS-OUTSIDE-COUNT     PIC 9(6)        VALUE ZERO.
007100
007200* Violations per operator id inside the window.  Ids past the
007300* table still count in the total; they are called out, not
007400* lost.
007500 01 WS-OPR-MAX           PIC 9(3)        VALUE 100.
007600 01 WS-OPR-USED          PIC 9(3)        VALUE ZERO.
007700 01 WS-OPR-SUB           PIC 9(3)        VALUE ZERO.
007800 01 WS-OPR-FOUND-SUB     PIC 9(3)        VALUE ZERO.
007900 01 WS-OPR-DROPPED       PIC 9(6)        VALUE ZERO.
008000 01 WS-OPR-TABLE.
008100    05 WS-OPR-ENTRY OCCURS 100 TIMES.
008200       10 WS-OPR-ID          PIC X(8).
008300       10 WS-OPR-COUNT       PIC 9(6).
008400
008500 PROCEDURE DIVISION.
008600
008700 PROGRAM-BEGIN.
008800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008900     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE.
009000     MOVE WS-RUN-DATE TO WS-TO-DATE.
009100     COMPUTE WS-DATE-INT =
009200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6.
009300     COMPUTE WS-FROM-DATE =
009400         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
009500     PERFORM READ-WINDOW-PARM.
009600
009700     OPEN OUTPUT REPORT-FILE.
009800     MOVE SPACES TO REPORT-RECORD.
009900     STRING "ADD06 OPERATOR SECURITY REPORT  RUN "
009950                                         DELIMITED BY SIZE
010000            WS-RUN-DATE                  DELIMITED BY SIZE
010100            "  WINDOW "                  DELIMITED BY SIZE
010200            WS-FROM-DATE                 DELIMITED BY SIZE
010300            " TO "                       DELIMITED BY SIZE
010400            WS-TO-DATE                   DELIMITED BY SIZE
010500         INTO REPORT-RECORD.
010600     WRITE REPORT-RECORD.
010700
010800     PERFORM REPORT-THE-VIOLATIONS.
010900     PERFORM REPORT-THE-CHANGES.
011000
011100     CLOSE REPORT-FILE.
011200
011300     DISPLAY "SECURITY REPORT " WS-FROM-DATE " TO " WS-TO-DATE
011400         " VIOLATIONS " WS-VIOLATION-COUNT
011500         " PROFILE CHANGES " WS-CHANGE-COUNT.
011600     IF WS-VIOLATION-COUNT > ZERO
011700         MOVE 4 TO RETURN-CODE
011800     END-IF.
011900
012000 PROGRAM-DONE.
012100     STOP RUN.
012200
012300* No card, or a card whose dates are not a real window, keeps
012400* the default seven days ending on the run date.
012500 READ-WINDOW-PARM.
012600     OPEN INPUT PARM-FILE.
012700     IF WS-PARM-STATUS = "00"
012800         READ PARM-FILE
012900             AT END
013000                 CONTINUE
013100             NOT AT END
013200                 PERFORM CHECK-WINDOW-PARM
013300         END-READ
013400         CLOSE PARM-FILE
013500     END-IF.
013600
013700 CHECK-WINDOW-PARM.
013800     IF PRM-FROM-DATE NOT NUMERIC OR PRM-TO-DATE NOT NUMERIC
013900         DISPLAY "WARNING: SRPARM CARD IGNORED - DATES NOT "
013950             "NUMERIC"
014000     ELSE
014100     IF FUNCTION TEST-DATE-YYYYMMDD(PRM-FROM-DATE) NOT = ZERO
014200        OR FUNCTION TEST-DATE-YYYYMMDD(PRM-TO-DATE) NOT = ZERO
014300        OR PRM-TO-DATE < PRM-FROM-DATE
014400         DISPLAY "WARNING: SRPARM CARD IGNORED - BAD WINDOW "
014500             PRM-FROM-DATE " " PRM-TO-DATE
014600     ELSE
014700         MOVE PRM-FROM-DATE TO WS-FROM-DATE
014800         MOVE PRM-TO-DATE   TO WS-TO-DATE
014900     END-IF
015000     END-IF.
015100
015200 REPORT-THE-VIOLATIONS.
015300     MOVE SPACES TO REPORT-RECORD.
015400     WRITE REPORT-RECORD.
015500     MOVE "SECURITY VIOLATIONS - REFUSED ATTEMPTS"
015600         TO REPORT-RECORD.
015700     WRITE REPORT-RECORD.
015800     MOVE SPACES TO REPORT-RECORD.
015850     STRING "DATE     TIME   PROGRAM  OPERATOR " DELIMITED BY SIZE
015900            "ROLE NEEDED      ACTION       "     DELIMITED BY SIZE
015950            "SUBJECT                     REASON" DELIMITED BY SIZE
016000         INTO REPORT-RECORD.
016100     WRITE REPORT-RECORD.
016200     OPEN INPUT SECURITY-VIOLATION-FILE.
016300     IF WS-SECVIOL-STATUS NOT = "00"
016400         DISPLAY "WARNING: VIOLATION FILE NOT AVAILABLE, STATUS="
016500             WS-SECVIOL-STATUS
016600         MOVE "*** VIOLATION FILE NOT AVAILABLE ***"
016700             TO REPORT-RECORD
016800         WRITE REPORT-RECORD
016900         SET VIOLATIONS-DONE TO TRUE
017000     END-IF.
017100     PERFORM UNTIL VIOLATIONS-DONE
017200         READ SECURITY-VIOLATION-FILE
017300             AT END
017400                 SET VIOLATIONS-DONE TO TRUE
017500             NOT AT END
017600                 PERFORM REPORT-ONE-VIOLATION
017700         END-READ
017800     END-PERFORM.
017900     IF WS-SECVIOL-STATUS = "00" OR "10"
018000         CLOSE SECURITY-VIOLATION-FILE
018100     END-IF.
018200     MOVE SPACES TO REPORT-RECORD.
018300     STRING "VIOLATIONS IN WINDOW: " DELIMITED BY SIZE
018400            WS-VIOLATION-COUNT       DELIMITED BY SIZE
018500         INTO REPORT-RECORD.
018600     WRITE REPORT-RECORD.
018700     IF WS-VIOLATION-COUNT > ZERO
018800         MOVE "VIOLATIONS BY OPERATOR ID" TO REPORT-RECORD
018900         WRITE REPORT-RECORD
019000         PERFORM WRITE-ONE-OPERATOR-COUNT
019100             VARYING WS-OPR-SUB FROM 1 BY 1
019200             UNTIL WS-OPR-SUB > WS-OPR-USED
019300     END-IF.
019400     IF WS-OPR-DROPPED > ZERO
019500         MOVE SPACES TO REPORT-RECORD
019600         STRING "WARNING: VIOLATIONS BY IDS PAST THE TABLE: "
019700                                     DELIMITED BY SIZE
019800                WS-OPR-DROPPED       DELIMITED BY SIZE
019900             INTO REPORT-RECORD
020000         WRITE REPORT-RECORD
020100     END-IF.
020200
020300 REPORT-ONE-VIOLATION.
020400     IF NOT SEV-VIOLATION
020500        OR SEV-EVENT-DATE < WS-FROM-DATE
020600        OR SEV-EVENT-DATE > WS-TO-DATE
020700         ADD 1 TO WS-OUTSIDE-COUNT
020800     ELSE
020900         ADD 1 TO WS-VIOLATION-COUNT
021000         PERFORM COUNT-OPERATOR-VIOLATION
021100         MOVE SPACES TO REPORT-RECORD
021200         STRING SEV-EVENT-DATE   DELIMITED BY SIZE
021300                " "              DELIMITED BY SIZE
021400                SEV-EVENT-TIME   DELIMITED BY SIZE
021500                " "              DELIMITED BY SIZE
021600                SEV-PROGRAM      DELIMITED BY SIZE
021700                " "              DELIMITED BY SIZE
021800                SEV-OPERATOR-ID  DELIMITED BY SIZE
021900                " "              DELIMITED BY SIZE
022000                SEV-ROLE-NEEDED  DELIMITED BY SIZE
022100                " "              DELIMITED BY SIZE
022200                SEV-ACTION       DELIMITED BY SIZE
022300                " "              DELIMITED BY SIZE
022400                SEV-SUBJECT      DELIMITED BY SIZE
022500                " "              DELIMITED BY SIZE
022600                SEV-REASON       DELIMITED BY SIZE
022700             INTO REPORT-RECORD
022800         WRITE REPORT-RECORD
022900     END-IF.
023000
023100 COUNT-OPERATOR-VIOLATION.
023200     MOVE ZERO TO WS-OPR-FOUND-SUB.
023300     PERFORM CHECK-OPR-ENTRY
023400         VARYING WS-OPR-SUB FROM 1 BY 1
023500         UNTIL WS-OPR-SUB > WS-OPR-USED.
023600     IF WS-OPR-FOUND-SUB > ZERO
023700         ADD 1 TO WS-OPR-COUNT(WS-OPR-FOUND-SUB)
023800     ELSE
023900     IF WS-OPR-USED < WS-OPR-MAX
024000         ADD 1 TO WS-OPR-USED
024100         MOVE SEV-OPERATOR-ID TO WS-OPR-ID(WS-OPR-USED)
024200         MOVE 1               TO WS-OPR-COUNT(WS-OPR-USED)
024300     ELSE
024400         ADD 1 TO WS-OPR-DROPPED
024500     END-IF
024600     END-IF.
024700
024800 CHECK-OPR-ENTRY.
024900     IF WS-OPR-ID(WS-OPR-SUB) = SEV-OPERATOR-ID
025000         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
025100     END-IF.
025200
025300 WRITE-ONE-OPERATOR-COUNT.
025400     MOVE SPACES TO REPORT-RECORD.
025500     STRING "  "                     DELIMITED BY SIZE
025600            WS-OPR-ID(WS-OPR-SUB)    DELIMITED BY SIZE
025700            " "                      DELIMITED BY SIZE
025800            WS-OPR-COUNT(WS-OPR-SUB) DELIMITED BY SIZE
025900         INTO REPORT-RECORD.
026000     WRITE REPORT-RECORD.
026100
026200* Roles are shown as the six Y/N bytes in profile order:
026300* repair clerk, approver, master maintainer, bulletin
026400* maintainer, ops override, security administrator.  Status A
026500* is active, R revoked; blanks before an add mean there was no
026600* profile.
026700 REPORT-THE-CHANGES.
026800     MOVE SPACES TO REPORT-RECORD.
026900     WRITE REPORT-RECORD.
027000     MOVE "PROFILE CHANGES" TO REPORT-RECORD.
027100     WRITE REPORT-RECORD.
027200     MOVE SPACES TO REPORT-RECORD.
027250     STRING "DATE     TIME   BY       ACTION       "
027275                                         DELIMITED BY SIZE
027300            "OPERATOR ROLES          STATUS"
027325                                         DELIMITED BY SIZE
027350         INTO REPORT-RECORD.
027400     WRITE REPORT-RECORD.
027500     OPEN INPUT SECURITY-CHANGE-FILE.
027600     IF WS-SECCHG-STATUS NOT = "00"
027700         DISPLAY "WARNING: CHANGE FILE NOT AVAILABLE, STATUS="
027800             WS-SECCHG-STATUS
027900         MOVE "*** PROFILE CHANGE FILE NOT AVAILABLE ***"
028000             TO REPORT-RECORD
028100         WRITE REPORT-RECORD
028200         SET CHANGES-DONE TO TRUE
028300     END-IF.
028400     PERFORM UNTIL CHANGES-DONE
028500         READ SECURITY-CHANGE-FILE
028600             AT END
028700                 SET CHANGES-DONE TO TRUE
028800             NOT AT END
028900                 PERFORM REPORT-ONE-CHANGE
029000         END-READ
029100     END-PERFORM.
029200     IF WS-SECCHG-STATUS = "00" OR "10"
029300         CLOSE SECURITY-CHANGE-FILE
029400     END-IF.
029500     MOVE SPACES TO REPORT-RECORD.
029600     STRING "PROFILE CHANGES IN WINDOW: " DELIMITED BY SIZE
029700            WS-CHANGE-COUNT               DELIMITED BY SIZE
029800         INTO REPORT-RECORD.
029900     WRITE REPORT-RECORD.
030000
030100 REPORT-ONE-CHANGE.
030200     IF NOT CHG-PROFILE-CHANGE
030300        OR CHG-EVENT-DATE < WS-FROM-DATE
030400        OR CHG-EVENT-DATE > WS-TO-DATE
030500         ADD 1 TO WS-OUTSIDE-COUNT
030600     ELSE
030700         ADD 1 TO WS-CHANGE-COUNT
030800         MOVE SPACES TO REPORT-RECORD
030900         STRING CHG-EVENT-DATE   DELIMITED BY SIZE
031000                " "              DELIMITED BY SIZE
031100                CHG-EVENT-TIME   DELIMITED BY SIZE
031200                " "              DELIMITED BY SIZE
031300                CHG-OPERATOR-ID  DELIMITED BY SIZE
031400                " "              DELIMITED BY SIZE
031500                CHG-ACTION       DELIMITED BY SIZE
031600                " "              DELIMITED BY SIZE
031700                CHG-SUBJECT(1:8) DELIMITED BY SIZE
031800                " "              DELIMITED BY SIZE
031900                CHG-OLD-ROLES    DELIMITED BY SIZE
032000                " TO "           DELIMITED BY SIZE
032100                CHG-NEW-ROLES    DELIMITED BY SIZE
032200                " "              DELIMITED BY SIZE
032300                CHG-OLD-STATUS   DELIMITED BY SIZE
032400                " TO "           DELIMITED BY SIZE
032500                CHG-NEW-STATUS   DELIMITED BY SIZE
032600             INTO REPORT-RECORD
032700         WRITE REPORT-RECORD
032800     END-IF.
