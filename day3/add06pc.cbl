000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06pc.
000300
000400* Fiscal period close for the department balance file.  ADD06LD
000500* posts every published audit record to its department's
000600* balance for the period (calendar month) of its run date; this
000700* program takes one action card per prompt: close a period,
000800* reopen one, print a period-end statement, list the periods,
000900* or quit.  Closing a period rolls each department's closing
001000* balance into the next period's opening and locks the period,
001100* after which ADD06, ADD06XR and ADD06LD refuse anything dated
001200* inside it.  A period can only be closed once its month has
001300* ended and the period before it is locked.  Ops can reopen
001400* the latest locked period, with a reason, to let a late run
001500* or correction in; closing it again re-rolls its closing
001600* balances forward.  The statement proves for every department
001700* that opening plus activity equals closing, that the activity
001800* agrees with the audit KSDS for the month, and that the
001900* opening is the prior period's closing.  Any break ends the
002000* step with condition code 8.  Closing needs the master
002020* maintainer role and reopening the ops override role on the
002040* security profile file; any other id is refused, logged to
002060* the security violation file, and ends the step with
002080* condition code 4.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DEPT-BALANCE-FILE ASSIGN TO "DEPTBAL"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS DBL-KEY
002900         FILE STATUS IS WS-DEPTBAL-STATUS.
003000
003100     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PER-PERIOD
003500         FILE STATUS IS WS-PERIOD-STATUS.
003600
003700     SELECT AUDIT-KSDS ASSIGN TO "AUDITKSD"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS KAUD-KEY
004100         FILE STATUS IS WS-KSDS-STATUS.
004200
004300     SELECT REPORT-FILE ASSIGN TO "CLOSERPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004509
004518     SELECT SECURITY-PROFILE-FILE ASSIGN TO "SECPROF"
004527         ORGANIZATION IS INDEXED
004536         ACCESS MODE IS RANDOM
004545         RECORD KEY IS SEC-OPERATOR-ID
004554         FILE STATUS IS WS-SECPROF-STATUS.
004563
004572     SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL"
004581         ORGANIZATION IS LINE SEQUENTIAL
004590         FILE STATUS IS WS-SECVIOL-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DEPT-BALANCE-FILE.
005000     COPY "deptbal.cpy".
005100
005200 FD  PERIOD-FILE.
005300     COPY "periodrec.cpy".
005400
005500 FD  AUDIT-KSDS.
005600     COPY "auditrec.cpy"
005700         REPLACING ==AUDIT-RECORD==      BY ==KSDS-RECORD==
005800                   ==AUD-KEY==           BY ==KAUD-KEY==
005900                   ==AUD-RUN-DATE==      BY ==KAUD-RUN-DATE==
006000                   ==AUD-CYCLE-NO==      BY ==KAUD-CYCLE-NO==
006100                   ==AUD-SEQ-NO==        BY ==KAUD-SEQ-NO==
006200                   ==AUD-RUN-ID==        BY ==KAUD-RUN-ID==
006300                   ==AUD-DEPT-CODE==     BY ==KAUD-DEPT-CODE==
006400                   ==AUD-OPERATION-CODE==
006500                         BY ==KAUD-OPERATION-CODE==
006600                   ==AUD-SOURCE-CODE==   BY ==KAUD-SOURCE-CODE==
006700                   ==AUD-ORIG-KEY==      BY ==KAUD-ORIG-KEY==
006800                   ==AUD-ORIG-RUN-DATE==
006900                         BY ==KAUD-ORIG-RUN-DATE==
007000                   ==AUD-ORIG-CYCLE-NO==
007100                         BY ==KAUD-ORIG-CYCLE-NO==
007200                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
007300                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
007400                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
007500                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
007600                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
007700                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
007800                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
007900                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
008000                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
008100
008200 FD  REPORT-FILE.
008300 01  REPORT-RECORD         PIC X(120).
008310
008320 FD  SECURITY-PROFILE-FILE.
008330     COPY "secprof.cpy".
008340
008350 FD  SECURITY-VIOLATION-FILE.
008360     COPY "secevt.cpy".
008400
008500 WORKING-STORAGE SECTION.
008600 01 WS-DEPTBAL-STATUS    PIC XX          VALUE "00".
008700 01 WS-PERIOD-STATUS     PIC XX          VALUE "00".
008800 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
008900 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
009000 01 WS-FILES-OPEN-SWITCH PIC X           VALUE "N".
009100    88 BALANCE-FILES-OPEN                VALUE "Y".
009200 01 WS-KSDS-OPEN-SWITCH  PIC X           VALUE "N".
009300    88 AUDIT-KSDS-OPEN                   VALUE "Y".
009400 01 WS-SCAN-EOF-SWITCH   PIC X           VALUE "N".
009500    88 SCAN-DONE                         VALUE "Y".
009600 01 WS-SESSION-SWITCH    PIC X           VALUE "Y".
009700    88 SESSION-OVER                      VALUE "N".
009800 01 WS-CARD-SWITCH       PIC X           VALUE "N".
009900    88 PERIOD-CARD-OK                    VALUE "Y".
010000 01 WS-NEW-RECORD-SWITCH PIC X           VALUE "N".
010100    88 NEW-RECORD                        VALUE "Y".
010200 01 WS-PRIOR-LOCK-SWITCH PIC X           VALUE "N".
010300    88 PRIOR-PERIOD-LOCKED               VALUE "Y".
010400 01 WS-ACTION            PIC X           VALUE SPACE.
010500 01 WS-ACTION-TEXT       PIC X(9)        VALUE SPACES.
010600 01 WS-PERIOD-CARD       PIC X(6)        VALUE SPACES.
010700 01 WS-OPERATOR-ID       PIC X(8)        VALUE SPACES.
010800 01 WS-REASON            PIC X(30)       VALUE SPACES.
010900 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
011000 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
011100 01 WS-TODAY-PERIOD      PIC 9(6)        VALUE ZERO.
011200 01 WS-STATUS-TEXT       PIC X(20)       VALUE SPACES.
011300* The period on the card, and the periods either side of it.
011400 01 WS-WORK-PERIOD       PIC 9(6)        VALUE ZERO.
011500 01 WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
011600    05 WS-WORK-YEAR      PIC 9(4).
011700    05 WS-WORK-MONTH     PIC 9(2).
011800 01 WS-PRIOR-PERIOD      PIC 9(6)        VALUE ZERO.
011900 01 WS-NEXT-PERIOD       PIC 9(6)        VALUE ZERO.
012000 01 WS-LOAD-PERIOD       PIC 9(6)        VALUE ZERO.
012100 01 WS-AUD-PERIOD        PIC 9(6)        VALUE ZERO.
012200 01 WS-FROM-DATE         PIC 9(8)        VALUE ZERO.
012300* One period's department balances, loaded from the balance
012400* file before a close or a statement.
012500 01 WS-BAL-TABLE.
012600    05 WS-BAL-MAX         PIC 9(3)        VALUE 500.
012700    05 WS-BAL-USED        PIC 9(3)        VALUE ZERO.
012800    05 WS-BAL-SUB         PIC 9(3)        VALUE ZERO.
012900    05 WS-BAL-FOUND-SUB   PIC 9(3)        VALUE ZERO.
013000    05 WS-BAL-OVFL-COUNT  PIC 9(5)        VALUE ZERO.
013100    05 WS-BAL-ENTRY OCCURS 500 TIMES.
013200       10 WS-BAL-DEPT          PIC X(3).
013300       10 WS-BAL-OPENING       PIC S9(13)V9(4)
013400                               SIGN LEADING SEPARATE.
013500       10 WS-BAL-ACTIVITY      PIC S9(13)V9(4)
013600                               SIGN LEADING SEPARATE.
013700       10 WS-BAL-CLOSING       PIC S9(13)V9(4)
013800                               SIGN LEADING SEPARATE.
013900       10 WS-BAL-COUNT         PIC 9(7).
014000       10 WS-BAL-ROLLED        PIC X.
014100       10 WS-BAL-ON-FILE       PIC X.
014200       10 WS-BAL-AUDIT         PIC S9(13)V9(4)
014300                               SIGN LEADING SEPARATE.
014400       10 WS-BAL-PRIOR-FOUND   PIC X.
014500       10 WS-BAL-PRIOR-CLOSING PIC S9(13)V9(4)
014600                               SIGN LEADING SEPARATE.
014700 01 WS-ROLL-CLOSING      PIC S9(13)V9(4) VALUE ZERO.
014800 01 WS-CLOSE-TOTAL       PIC S9(13)V9(4) VALUE ZERO
014900                         SIGN LEADING SEPARATE.
015000 01 WS-TOT-OPENING       PIC S9(13)V9(4) VALUE ZERO
015100                         SIGN LEADING SEPARATE.
015200 01 WS-TOT-ACTIVITY      PIC S9(13)V9(4) VALUE ZERO
015300                         SIGN LEADING SEPARATE.
015400 01 WS-TOT-CLOSING       PIC S9(13)V9(4) VALUE ZERO
015500                         SIGN LEADING SEPARATE.
015600 01 WS-TOT-AUDIT         PIC S9(13)V9(4) VALUE ZERO
015700                         SIGN LEADING SEPARATE.
015800 01 WS-PROOF-TEXT        PIC X(16)       VALUE SPACES.
015900 01 WS-PROVED-COUNT      PIC 9(4)        VALUE ZERO.
016000 01 WS-BREAK-COUNT       PIC 9(4)        VALUE ZERO.
016100 01 WS-CLOSE-FAIL-COUNT  PIC 9(4)        VALUE ZERO.
016200 01 WS-CLOSED-COUNT      PIC 9(4)        VALUE ZERO.
016300 01 WS-REOPENED-COUNT    PIC 9(4)        VALUE ZERO.
016400 01 WS-STATEMENT-COUNT   PIC 9(4)        VALUE ZERO.
016500 01 WS-REFUSED-COUNT     PIC 9(4)        VALUE ZERO.
016600 01 WS-RUN-RC            PIC 99          VALUE ZERO.
016605* Operator role check against the security profile file.
016610 01 WS-SECPROF-STATUS    PIC XX          VALUE "00".
016615 01 WS-SECVIOL-STATUS    PIC XX          VALUE "00".
016620 01 WS-PROFILES-SWITCH   PIC X           VALUE "N".
016625    88 PROFILES-OPEN                     VALUE "Y".
016630 01 WS-VIOLATIONS-SWITCH PIC X           VALUE "N".
016635    88 VIOLATION-FILE-OPEN               VALUE "Y".
016640 01 WS-ROLE-SWITCH       PIC X           VALUE "N".
016645    88 ROLE-GRANTED                      VALUE "Y".
016650 01 WS-ROLE-HELD         PIC X           VALUE "N".
016655 01 WS-SEC-OPERATOR      PIC X(8)        VALUE SPACES.
016660 01 WS-ROLE-NEEDED       PIC X(16)       VALUE SPACES.
016665 01 WS-SEC-ACTION        PIC X(12)       VALUE SPACES.
016670 01 WS-SEC-SUBJECT       PIC X(27)       VALUE SPACES.
016675 01 WS-SEC-REASON        PIC X(25)       VALUE SPACES.
016680 01 WS-SEC-DATE-TIME     PIC X(21)       VALUE SPACES.
016685 01 WS-VIOLATION-COUNT   PIC 9(4)        VALUE ZERO.
016700
016800 PROCEDURE DIVISION.
016900
017000 PROGRAM-BEGIN.
017100     DISPLAY "ADD06 FISCAL PERIOD CLOSE".
017200
017300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017400     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
017500     MOVE WS-TODAY(1:6) TO WS-TODAY-PERIOD.
017600
017700     OPEN OUTPUT REPORT-FILE.
017800     MOVE SPACES TO REPORT-RECORD.
017900     STRING "ADD06 FISCAL PERIOD CLOSE " DELIMITED BY SIZE
018000            WS-TODAY                     DELIMITED BY SIZE
018100         INTO REPORT-RECORD.
018200     WRITE REPORT-RECORD.
018300
018400     PERFORM OPEN-BALANCE-FILES.
018450     PERFORM OPEN-SECURITY-FILES.
018500
018600     PERFORM UNTIL SESSION-OVER
018700         DISPLAY "Action (C=close R=reopen S=statement L=list "
018800             "Q=quit): "
018900         ACCEPT WS-ACTION
019000         PERFORM TAKE-ONE-ACTION
019100     END-PERFORM.
019200
019300     IF BALANCE-FILES-OPEN
019400         CLOSE DEPT-BALANCE-FILE
019500         CLOSE PERIOD-FILE
019600     END-IF.
019700     IF AUDIT-KSDS-OPEN
019800         CLOSE AUDIT-KSDS
019900     END-IF.
020000     CLOSE REPORT-FILE.
020050     PERFORM CLOSE-SECURITY-FILES.
020100
020200     DISPLAY "PERIODS CLOSED:         " WS-CLOSED-COUNT.
020300     DISPLAY "PERIODS REOPENED:       " WS-REOPENED-COUNT.
020400     DISPLAY "STATEMENTS WRITTEN:     " WS-STATEMENT-COUNT.
020500     DISPLAY "ACTIONS REFUSED:        " WS-REFUSED-COUNT.
020600
020700     IF WS-RUN-RC > ZERO
020800         MOVE WS-RUN-RC TO RETURN-CODE
020900     END-IF.
021000
021100 PROGRAM-DONE.
021200     STOP RUN.
021300
021400* The balance and period files are created empty if they have
021500* never been written.  Without them there is nothing to do.
021600* Without the audit KSDS a statement still prints, but its
021700* activity cannot be proved against the published postings.
021800 OPEN-BALANCE-FILES.
021900     OPEN I-O DEPT-BALANCE-FILE.
022000     IF WS-DEPTBAL-STATUS = "35"
022100         OPEN OUTPUT DEPT-BALANCE-FILE
022200         IF WS-DEPTBAL-STATUS = "00"
022300             CLOSE DEPT-BALANCE-FILE
022400             OPEN I-O DEPT-BALANCE-FILE
022500         END-IF
022600     END-IF.
022700     OPEN I-O PERIOD-FILE.
022800     IF WS-PERIOD-STATUS = "35"
022900         OPEN OUTPUT PERIOD-FILE
023000         IF WS-PERIOD-STATUS = "00"
023100             CLOSE PERIOD-FILE
023200             OPEN I-O PERIOD-FILE
023300         END-IF
023400     END-IF.
023500     IF WS-DEPTBAL-STATUS = "00" AND WS-PERIOD-STATUS = "00"
023600         SET BALANCE-FILES-OPEN TO TRUE
023700     ELSE
023800         DISPLAY "ERROR: BALANCE FILES NOT AVAILABLE, DEPTBAL="
023900             WS-DEPTBAL-STATUS " PERIODS=" WS-PERIOD-STATUS
024000         MOVE 8 TO WS-RUN-RC
024100         SET SESSION-OVER TO TRUE
024200     END-IF.
024300     OPEN INPUT AUDIT-KSDS.
024400     IF WS-KSDS-STATUS = "00"
024500         SET AUDIT-KSDS-OPEN TO TRUE
024600     ELSE
024700         DISPLAY "WARNING: AUDIT KSDS NOT AVAILABLE, STATUS="
024800             WS-KSDS-STATUS " - ACTIVITY WILL NOT BE PROVED"
024900     END-IF.
025000
025100 TAKE-ONE-ACTION.
025200     EVALUATE WS-ACTION
025300         WHEN "C"
025400         WHEN "c"
025500             MOVE "CLOSE" TO WS-ACTION-TEXT
025600             PERFORM CLOSE-A-PERIOD
025700         WHEN "R"
025800         WHEN "r"
025900             MOVE "REOPEN" TO WS-ACTION-TEXT
026000             PERFORM REOPEN-A-PERIOD
026100         WHEN "S"
026200         WHEN "s"
026300             MOVE "STATEMENT" TO WS-ACTION-TEXT
026400             PERFORM STATEMENT-FOR-A-PERIOD
026500         WHEN "L"
026600         WHEN "l"
026700             PERFORM LIST-THE-PERIODS
026800         WHEN "Q"
026900         WHEN "q"
027000             SET SESSION-OVER TO TRUE
027100         WHEN OTHER
027200             DISPLAY "UNKNOWN ACTION " WS-ACTION
027300     END-EVALUATE.
027400
027500* Takes a YYYYMM period card and works out the periods either
027600* side of it.
027700 ACCEPT-PERIOD-CARD.
027800     MOVE "N" TO WS-CARD-SWITCH.
027900     DISPLAY "Enter period (YYYYMM): ".
028000     ACCEPT WS-PERIOD-CARD.
028100     IF WS-PERIOD-CARD NUMERIC
028200         MOVE WS-PERIOD-CARD TO WS-WORK-PERIOD
028300         IF WS-WORK-MONTH > ZERO AND WS-WORK-MONTH < 13
028400            AND WS-WORK-YEAR > 1900
028500             SET PERIOD-CARD-OK TO TRUE
028600         END-IF
028700     END-IF.
028800     IF PERIOD-CARD-OK
028900         IF WS-WORK-MONTH = 1
029000             COMPUTE WS-PRIOR-PERIOD =
029100                 (WS-WORK-YEAR - 1) * 100 + 12
029200         ELSE
029300             COMPUTE WS-PRIOR-PERIOD = WS-WORK-PERIOD - 1
029400         END-IF
029500         IF WS-WORK-MONTH = 12
029600             COMPUTE WS-NEXT-PERIOD =
029700                 (WS-WORK-YEAR + 1) * 100 + 1
029800         ELSE
029900             COMPUTE WS-NEXT-PERIOD = WS-WORK-PERIOD + 1
030000         END-IF
030100     END-IF.
030200
030300* One card for the period, one for the operator closing it.
030400* A month still running cannot be closed: the night's runs
030500* would be locked out of it.
030600 CLOSE-A-PERIOD.
030700     PERFORM ACCEPT-PERIOD-CARD.
030800     DISPLAY "Enter your operator id: ".
030900     ACCEPT WS-OPERATOR-ID.
030910     MOVE WS-OPERATOR-ID  TO WS-SEC-OPERATOR.
030920     MOVE "MASTER MAINT"  TO WS-ROLE-NEEDED.
030930     MOVE "CLOSE PERIOD"  TO WS-SEC-ACTION.
030940     MOVE WS-PERIOD-CARD  TO WS-SEC-SUBJECT.
030950     PERFORM CHECK-OPERATOR-ROLE.
030960     IF NOT ROLE-GRANTED
030970         MOVE "NOT AUTHORIZED" TO WS-STATUS-TEXT
030980         PERFORM REFUSE-THE-ACTION
030990     ELSE
031000     IF NOT PERIOD-CARD-OK
031100         MOVE "BAD PERIOD CARD" TO WS-STATUS-TEXT
031200         PERFORM REFUSE-THE-ACTION
031300     ELSE
031400     IF WS-WORK-PERIOD NOT < WS-TODAY-PERIOD
031500         MOVE "PERIOD NOT ENDED" TO WS-STATUS-TEXT
031600         PERFORM REFUSE-THE-ACTION
031700     ELSE
031800         PERFORM CHECK-CLOSE-ALLOWED
031900         IF WS-STATUS-TEXT NOT = SPACES
032000             PERFORM REFUSE-THE-ACTION
032100         ELSE
032200             PERFORM CLOSE-THE-PERIOD
032300         END-IF
032400     END-IF
032500     END-IF
032550     END-IF.
032600
032700* A period already locked must be reopened first.  The period
032800* before it must be locked, unless it never had any balances
032900* (the first period the file has seen), or its closing could
033000* still change after being rolled forward.
033100 CHECK-CLOSE-ALLOWED.
033200     MOVE SPACES TO WS-STATUS-TEXT.
033300     MOVE WS-WORK-PERIOD TO PER-PERIOD.
033400     READ PERIOD-FILE
033500         INVALID KEY
033600             CONTINUE
033700         NOT INVALID KEY
033800             IF PER-LOCKED
033900                 MOVE "ALREADY LOCKED" TO WS-STATUS-TEXT
034000             END-IF
034100     END-READ.
034200     IF WS-STATUS-TEXT = SPACES
034300         MOVE WS-PRIOR-PERIOD TO WS-LOAD-PERIOD
034400         PERFORM LOAD-BALANCE-TABLE
034500         PERFORM CHECK-PRIOR-PERIOD-LOCK
034600         IF WS-BAL-USED > ZERO AND NOT PRIOR-PERIOD-LOCKED
034700             MOVE "PRIOR PERIOD OPEN" TO WS-STATUS-TEXT
034800         END-IF
034900     END-IF.
035000
035100 CHECK-PRIOR-PERIOD-LOCK.
035200     MOVE "N" TO WS-PRIOR-LOCK-SWITCH.
035300     MOVE WS-PRIOR-PERIOD TO PER-PERIOD.
035400     READ PERIOD-FILE
035500         INVALID KEY
035600             CONTINUE
035700         NOT INVALID KEY
035800             IF PER-LOCKED
035900                 SET PRIOR-PERIOD-LOCKED TO TRUE
036000             END-IF
036100     END-READ.
036200
036300* Settles each department's closing balance, rolls it into the
036400* next period's opening, and only when every department has
036500* rolled cleanly locks the period.  A close that fails part
036600* way leaves the period open; closing it again redoes every
036700* department from the start.
036800 CLOSE-THE-PERIOD.
036900     MOVE WS-WORK-PERIOD TO WS-LOAD-PERIOD.
037000     PERFORM LOAD-BALANCE-TABLE.
037100     MOVE ZERO TO WS-CLOSE-TOTAL.
037200     MOVE ZERO TO WS-CLOSE-FAIL-COUNT.
037300     IF WS-BAL-OVFL-COUNT > ZERO
037400         DISPLAY "ERROR: MORE THAN " WS-BAL-MAX
037500             " DEPARTMENTS IN PERIOD " WS-WORK-PERIOD
037600         ADD 1 TO WS-CLOSE-FAIL-COUNT
037700     ELSE
037800         PERFORM CLOSE-ONE-DEPARTMENT
037900             VARYING WS-BAL-SUB FROM 1 BY 1
038000             UNTIL WS-BAL-SUB > WS-BAL-USED
038100     END-IF.
038200     IF WS-CLOSE-FAIL-COUNT > ZERO
038300         DISPLAY "ERROR: CLOSE OF " WS-WORK-PERIOD
038400             " INCOMPLETE - PERIOD NOT LOCKED"
038500         MOVE 8 TO WS-RUN-RC
038600         MOVE SPACES TO REPORT-RECORD
038700         STRING "CLOSE OF "      DELIMITED BY SIZE
038800                WS-WORK-PERIOD   DELIMITED BY SIZE
038900                " INCOMPLETE - PERIOD NOT LOCKED"
039000                    DELIMITED BY SIZE
039100             INTO REPORT-RECORD
039200         WRITE REPORT-RECORD
039300     ELSE
039400         PERFORM LOCK-THE-PERIOD
039500     END-IF.
039600
039700 CLOSE-ONE-DEPARTMENT.
039800     COMPUTE WS-BAL-CLOSING(WS-BAL-SUB) =
039900         WS-BAL-OPENING(WS-BAL-SUB) + WS-BAL-ACTIVITY(WS-BAL-SUB).
040000     ADD WS-BAL-CLOSING(WS-BAL-SUB) TO WS-CLOSE-TOTAL.
040100     MOVE WS-BAL-DEPT(WS-BAL-SUB) TO DBL-DEPT-CODE.
040200     MOVE WS-WORK-PERIOD          TO DBL-PERIOD.
040300     READ DEPT-BALANCE-FILE
040400         INVALID KEY
040500             CONTINUE
040600     END-READ.
040700     IF WS-DEPTBAL-STATUS = "00"
040800         MOVE WS-BAL-CLOSING(WS-BAL-SUB) TO DBL-CLOSING-BALANCE
040900         REWRITE DEPT-BALANCE-RECORD
041000     END-IF.
041100     IF WS-DEPTBAL-STATUS NOT = "00"
041200         DISPLAY "ERROR: DEPTBAL UPDATE FAILED, STATUS="
041300             WS-DEPTBAL-STATUS " KEY=" DBL-KEY
041400         ADD 1 TO WS-CLOSE-FAIL-COUNT
041500     ELSE
041600         PERFORM ROLL-INTO-NEXT-PERIOD
041700     END-IF.
041800
041900* The next period's record exists already if anything has
042000* posted to it; otherwise it is started with no activity.
042100 ROLL-INTO-NEXT-PERIOD.
042200     MOVE WS-BAL-CLOSING(WS-BAL-SUB) TO WS-ROLL-CLOSING.
042300     MOVE "N" TO WS-NEW-RECORD-SWITCH.
042400     MOVE WS-BAL-DEPT(WS-BAL-SUB) TO DBL-DEPT-CODE.
042500     MOVE WS-NEXT-PERIOD          TO DBL-PERIOD.
042600     READ DEPT-BALANCE-FILE
042700         INVALID KEY
042800             SET NEW-RECORD TO TRUE
042900             MOVE ZERO TO DBL-PERIOD-ACTIVITY
043000             MOVE ZERO TO DBL-POSTING-COUNT
043100             MOVE ZERO TO DBL-LAST-RUN-DATE
043200             MOVE ZERO TO DBL-LAST-CYCLE-NO
043300     END-READ.
043400     MOVE WS-ROLL-CLOSING TO DBL-OPENING-BALANCE.
043500     SET DBL-OPENING-ROLLED TO TRUE.
043600     COMPUTE DBL-CLOSING-BALANCE =
043700         DBL-OPENING-BALANCE + DBL-PERIOD-ACTIVITY.
043800     IF NEW-RECORD
043900         WRITE DEPT-BALANCE-RECORD
044000     ELSE
044100         REWRITE DEPT-BALANCE-RECORD
044200     END-IF.
044300     IF WS-DEPTBAL-STATUS NOT = "00"
044400         DISPLAY "ERROR: DEPTBAL ROLL FAILED, STATUS="
044500             WS-DEPTBAL-STATUS " KEY=" DBL-KEY
044600         ADD 1 TO WS-CLOSE-FAIL-COUNT
044700     END-IF.
044800
044900* A reclose keeps the reopen history on the record and counts
045000* the close again.
045100 LOCK-THE-PERIOD.
045200     MOVE "N" TO WS-NEW-RECORD-SWITCH.
045300     MOVE WS-WORK-PERIOD TO PER-PERIOD.
045400     READ PERIOD-FILE
045500         INVALID KEY
045600             SET NEW-RECORD TO TRUE
045700             MOVE ZERO   TO PER-CLOSE-COUNT
045800             MOVE SPACES TO PER-REOPENED-BY
045900             MOVE ZERO   TO PER-REOPENED-DATE
046000             MOVE SPACES TO PER-REOPEN-REASON
046100     END-READ.
046200     SET PER-LOCKED TO TRUE.
046300     MOVE WS-OPERATOR-ID TO PER-CLOSED-BY.
046400     MOVE WS-TODAY       TO PER-CLOSED-DATE.
046500     ADD 1 TO PER-CLOSE-COUNT.
046600     MOVE WS-BAL-USED    TO PER-DEPT-COUNT.
046700     MOVE WS-CLOSE-TOTAL TO PER-CLOSING-TOTAL.
046800     IF NEW-RECORD
046900         WRITE PERIOD-RECORD
047000     ELSE
047100         REWRITE PERIOD-RECORD
047200     END-IF.
047300     IF WS-PERIOD-STATUS NOT = "00"
047400         DISPLAY "ERROR: PERIOD LOCK FAILED, STATUS="
047500             WS-PERIOD-STATUS " PERIOD=" WS-WORK-PERIOD
047600         MOVE 8 TO WS-RUN-RC
047700     ELSE
047800         ADD 1 TO WS-CLOSED-COUNT
047900         DISPLAY "CLOSED " WS-WORK-PERIOD " BY " WS-OPERATOR-ID
048000         MOVE SPACES TO REPORT-RECORD
048100         STRING "CLOSED "        DELIMITED BY SIZE
048200                WS-WORK-PERIOD   DELIMITED BY SIZE
048300                " BY "           DELIMITED BY SIZE
048400                WS-OPERATOR-ID   DELIMITED BY SIZE
048500                " ON "           DELIMITED BY SIZE
048600                WS-TODAY         DELIMITED BY SIZE
048700                " DEPARTMENTS "  DELIMITED BY SIZE
048800                WS-BAL-USED      DELIMITED BY SIZE
048900                " CLOSING "      DELIMITED BY SIZE
049000                WS-CLOSE-TOTAL   DELIMITED BY SIZE
049100                " ROLLED TO "    DELIMITED BY SIZE
049200                WS-NEXT-PERIOD   DELIMITED BY SIZE
049300             INTO REPORT-RECORD
049400         WRITE REPORT-RECORD
049500         PERFORM WRITE-THE-STATEMENT
049600     END-IF.
049700
049800* One card for the period, one for the operator and one for
049900* the reason, which stays on the period record.  Only the
050000* latest locked period can be reopened: reopening one with a
050100* locked period after it would let its closing change under a
050200* balance already rolled and locked.
050300 REOPEN-A-PERIOD.
050400     PERFORM ACCEPT-PERIOD-CARD.
050500     DISPLAY "Enter your operator id: ".
050600     ACCEPT WS-OPERATOR-ID.
050700     DISPLAY "Enter reason for reopening: ".
050800     ACCEPT WS-REASON.
050900     MOVE SPACES TO WS-STATUS-TEXT.
050910     MOVE WS-OPERATOR-ID  TO WS-SEC-OPERATOR.
050920     MOVE "OPS OVERRIDE"  TO WS-ROLE-NEEDED.
050930     MOVE "REOPEN"        TO WS-SEC-ACTION.
050940     MOVE WS-PERIOD-CARD  TO WS-SEC-SUBJECT.
050950     PERFORM CHECK-OPERATOR-ROLE.
050960     IF NOT ROLE-GRANTED
050970         MOVE "NOT AUTHORIZED" TO WS-STATUS-TEXT
050980     ELSE
051000     IF NOT PERIOD-CARD-OK
051100         MOVE "BAD PERIOD CARD" TO WS-STATUS-TEXT
051200     ELSE
051300         MOVE WS-NEXT-PERIOD TO PER-PERIOD
051400         READ PERIOD-FILE
051500             INVALID KEY
051600                 CONTINUE
051700             NOT INVALID KEY
051800                 IF PER-LOCKED
051900                     MOVE "LATER PERIOD LOCKED" TO WS-STATUS-TEXT
052000                 END-IF
052100         END-READ
052200     END-IF
052250     END-IF.
052300     IF WS-STATUS-TEXT = SPACES
052400         MOVE WS-WORK-PERIOD TO PER-PERIOD
052500         READ PERIOD-FILE
052600             INVALID KEY
052700                 MOVE "NEVER CLOSED" TO WS-STATUS-TEXT
052800             NOT INVALID KEY
052900                 IF NOT PER-LOCKED
053000                     MOVE "ALREADY REOPENED" TO WS-STATUS-TEXT
053100                 END-IF
053200         END-READ
053300     END-IF.
053400     IF WS-STATUS-TEXT NOT = SPACES
053500         PERFORM REFUSE-THE-ACTION
053600     ELSE
053700         PERFORM REOPEN-THE-PERIOD
053800     END-IF.
053900
054000 REOPEN-THE-PERIOD.
054100     SET PER-REOPENED TO TRUE.
054200     MOVE WS-OPERATOR-ID TO PER-REOPENED-BY.
054300     MOVE WS-TODAY       TO PER-REOPENED-DATE.
054400     MOVE WS-REASON      TO PER-REOPEN-REASON.
054500     REWRITE PERIOD-RECORD.
054600     IF WS-PERIOD-STATUS NOT = "00"
054700         DISPLAY "ERROR: PERIOD REOPEN FAILED, STATUS="
054800             WS-PERIOD-STATUS " PERIOD=" WS-WORK-PERIOD
054900         MOVE 8 TO WS-RUN-RC
055000     ELSE
055100         ADD 1 TO WS-REOPENED-COUNT
055200         DISPLAY "REOPENED " WS-WORK-PERIOD " BY " WS-OPERATOR-ID
055300         MOVE SPACES TO REPORT-RECORD
055400         STRING "REOPENED "      DELIMITED BY SIZE
055500                WS-WORK-PERIOD   DELIMITED BY SIZE
055600                " BY "           DELIMITED BY SIZE
055700                WS-OPERATOR-ID   DELIMITED BY SIZE
055800                " ON "           DELIMITED BY SIZE
055900                WS-TODAY         DELIMITED BY SIZE
056000                " - "            DELIMITED BY SIZE
056100                WS-REASON        DELIMITED BY SIZE
056200             INTO REPORT-RECORD
056300         WRITE REPORT-RECORD
056400     END-IF.
056500
056600 STATEMENT-FOR-A-PERIOD.
056650     MOVE SPACES TO WS-OPERATOR-ID.
056700     PERFORM ACCEPT-PERIOD-CARD.
056800     IF NOT PERIOD-CARD-OK
056900         MOVE "BAD PERIOD CARD" TO WS-STATUS-TEXT
057000         PERFORM REFUSE-THE-ACTION
057100     ELSE
057200         PERFORM WRITE-THE-STATEMENT
057300     END-IF.
057400
057500* The period-end statement for the period on the card.  Every
057600* department on the balance file for the period gets a line,
057700* as does any department the audit KSDS shows activity for
057800* that never reached the balance file.
057900 WRITE-THE-STATEMENT.
058000     MOVE WS-WORK-PERIOD TO WS-LOAD-PERIOD.
058100     PERFORM LOAD-BALANCE-TABLE.
058200     PERFORM CHECK-PRIOR-PERIOD-LOCK.
058300     PERFORM FIND-PRIOR-CLOSING
058400         VARYING WS-BAL-SUB FROM 1 BY 1
058500         UNTIL WS-BAL-SUB > WS-BAL-USED.
058600     PERFORM SUM-AUDIT-ACTIVITY.
058700     ADD 1 TO WS-STATEMENT-COUNT.
058800     MOVE ZERO TO WS-PROVED-COUNT.
058900     MOVE ZERO TO WS-BREAK-COUNT.
059000     MOVE ZERO TO WS-TOT-OPENING.
059100     MOVE ZERO TO WS-TOT-ACTIVITY.
059200     MOVE ZERO TO WS-TOT-CLOSING.
059300     MOVE ZERO TO WS-TOT-AUDIT.
059400
059500     MOVE SPACES TO REPORT-RECORD.
059600     WRITE REPORT-RECORD.
059700     MOVE WS-WORK-PERIOD TO PER-PERIOD.
059800     READ PERIOD-FILE
059900         INVALID KEY
060000             MOVE "OPEN"      TO WS-STATUS-TEXT
060100         NOT INVALID KEY
060200             IF PER-LOCKED
060300                 MOVE "LOCKED"    TO WS-STATUS-TEXT
060400             ELSE
060500                 MOVE "REOPENED"  TO WS-STATUS-TEXT
060600             END-IF
060700     END-READ.
060800     MOVE SPACES TO REPORT-RECORD.
060900     STRING "PERIOD-END STATEMENT FOR PERIOD " DELIMITED BY SIZE
061000            WS-WORK-PERIOD                     DELIMITED BY SIZE
061100            " - "                              DELIMITED BY SIZE
061200            WS-STATUS-TEXT                     DELIMITED BY SPACE
061300         INTO REPORT-RECORD.
061400     WRITE REPORT-RECORD.
061500     IF NOT AUDIT-KSDS-OPEN
061600         MOVE SPACES TO REPORT-RECORD
061700         MOVE "*** AUDIT KSDS NOT AVAILABLE - ACTIVITY NOT PROVED"
061800             TO REPORT-RECORD
061900         WRITE REPORT-RECORD
062000         IF WS-RUN-RC < 4
062100             MOVE 4 TO WS-RUN-RC
062200         END-IF
062300     END-IF.
062400     MOVE SPACES TO REPORT-RECORD.
062500     MOVE "DEPT OPENING            ACTIVITY           CLOSING    "
062600         TO REPORT-RECORD.
062700     MOVE "        AUDIT KSDS ACTIVITY POSTINGS PROOF"
062800         TO REPORT-RECORD(57:42).
062900     WRITE REPORT-RECORD.
063000
063100     PERFORM WRITE-STATEMENT-LINE
063200         VARYING WS-BAL-SUB FROM 1 BY 1
063300         UNTIL WS-BAL-SUB > WS-BAL-USED.
063400
063500     MOVE SPACES TO REPORT-RECORD.
063600     STRING "TOT  "         DELIMITED BY SIZE
063700            WS-TOT-OPENING  DELIMITED BY SIZE
063800            " "             DELIMITED BY SIZE
063900            WS-TOT-ACTIVITY DELIMITED BY SIZE
064000            " "             DELIMITED BY SIZE
064100            WS-TOT-CLOSING  DELIMITED BY SIZE
064200            " "             DELIMITED BY SIZE
064300            WS-TOT-AUDIT    DELIMITED BY SIZE
064400         INTO REPORT-RECORD.
064500     WRITE REPORT-RECORD.
064600     PERFORM WRITE-CLOSE-TOTAL-PROOF.
064700     IF WS-BAL-OVFL-COUNT > ZERO
064800         MOVE SPACES TO REPORT-RECORD
064900         STRING "*** "             DELIMITED BY SIZE
065000                WS-BAL-OVFL-COUNT  DELIMITED BY SIZE
065100                " DEPARTMENTS OVER THE TABLE LIMIT NOT SHOWN"
065200                    DELIMITED BY SIZE
065300             INTO REPORT-RECORD
065400         WRITE REPORT-RECORD
065500         ADD 1 TO WS-BREAK-COUNT
065600     END-IF.
065700
065800     MOVE SPACES TO REPORT-RECORD.
065900     STRING "DEPARTMENTS PROVED: " DELIMITED BY SIZE
066000            WS-PROVED-COUNT        DELIMITED BY SIZE
066100            "  BREAKS: "           DELIMITED BY SIZE
066200            WS-BREAK-COUNT         DELIMITED BY SIZE
066300         INTO REPORT-RECORD.
066400     WRITE REPORT-RECORD.
066500     DISPLAY "STATEMENT " WS-WORK-PERIOD " PROVED "
066600         WS-PROVED-COUNT " BREAKS " WS-BREAK-COUNT.
066700     IF WS-BREAK-COUNT > ZERO
066800         MOVE 8 TO WS-RUN-RC
066900     END-IF.
067000
067100 FIND-PRIOR-CLOSING.
067200     MOVE WS-BAL-DEPT(WS-BAL-SUB) TO DBL-DEPT-CODE.
067300     MOVE WS-PRIOR-PERIOD         TO DBL-PERIOD.
067400     READ DEPT-BALANCE-FILE
067500         INVALID KEY
067600             MOVE "N" TO WS-BAL-PRIOR-FOUND(WS-BAL-SUB)
067700         NOT INVALID KEY
067800             MOVE "Y" TO WS-BAL-PRIOR-FOUND(WS-BAL-SUB)
067900             MOVE DBL-CLOSING-BALANCE
068000                 TO WS-BAL-PRIOR-CLOSING(WS-BAL-SUB)
068100     END-READ.
068200
068300* Sums the month's published postings per department from the
068400* audit KSDS, passing over discarded duplicates as the balance
068500* posting does.
068600 SUM-AUDIT-ACTIVITY.
068700     MOVE "N" TO WS-SCAN-EOF-SWITCH.
068800     IF NOT AUDIT-KSDS-OPEN
068900         SET SCAN-DONE TO TRUE
069000     ELSE
069100         COMPUTE WS-FROM-DATE = WS-LOAD-PERIOD * 100 + 1
069200         MOVE WS-FROM-DATE TO KAUD-RUN-DATE
069300         MOVE ZERO         TO KAUD-CYCLE-NO
069400         MOVE ZERO         TO KAUD-SEQ-NO
069500         START AUDIT-KSDS KEY NOT < KAUD-KEY
069600             INVALID KEY
069700                 SET SCAN-DONE TO TRUE
069800         END-START
069900     END-IF.
070000     PERFORM UNTIL SCAN-DONE
070100         READ AUDIT-KSDS NEXT RECORD
070200             AT END
070300                 SET SCAN-DONE TO TRUE
070400             NOT AT END
070500                 MOVE KAUD-RUN-DATE(1:6) TO WS-AUD-PERIOD
070600                 IF WS-AUD-PERIOD NOT = WS-LOAD-PERIOD
070700                     SET SCAN-DONE TO TRUE
070800                 ELSE
070900                     IF KAUD-SOURCE-CODE NOT = "D"
071000                         PERFORM ADD-AUDIT-ACTIVITY
071100                     END-IF
071200                 END-IF
071300         END-READ
071400     END-PERFORM.
071500
071600 ADD-AUDIT-ACTIVITY.
071700     MOVE ZERO TO WS-BAL-FOUND-SUB.
071800     PERFORM CHECK-BAL-ENTRY
071900         VARYING WS-BAL-SUB FROM 1 BY 1
072000         UNTIL WS-BAL-SUB > WS-BAL-USED
072100            OR WS-BAL-FOUND-SUB > ZERO.
072200     IF WS-BAL-FOUND-SUB = ZERO
072300         IF WS-BAL-USED < WS-BAL-MAX
072400             ADD 1 TO WS-BAL-USED
072500             MOVE WS-BAL-USED TO WS-BAL-FOUND-SUB
072600             MOVE KAUD-DEPT-CODE TO WS-BAL-DEPT(WS-BAL-USED)
072700             MOVE ZERO TO WS-BAL-OPENING(WS-BAL-USED)
072800             MOVE ZERO TO WS-BAL-ACTIVITY(WS-BAL-USED)
072900             MOVE ZERO TO WS-BAL-CLOSING(WS-BAL-USED)
073000             MOVE ZERO TO WS-BAL-COUNT(WS-BAL-USED)
073100             MOVE "N"  TO WS-BAL-ROLLED(WS-BAL-USED)
073200             MOVE "N"  TO WS-BAL-ON-FILE(WS-BAL-USED)
073300             MOVE ZERO TO WS-BAL-AUDIT(WS-BAL-USED)
073400             MOVE "N"  TO WS-BAL-PRIOR-FOUND(WS-BAL-USED)
073500             MOVE ZERO TO WS-BAL-PRIOR-CLOSING(WS-BAL-USED)
073600         ELSE
073700             ADD 1 TO WS-BAL-OVFL-COUNT
073800         END-IF
073900     END-IF.
074000     IF WS-BAL-FOUND-SUB > ZERO
074100         ADD KAUD-THE-RESULT TO WS-BAL-AUDIT(WS-BAL-FOUND-SUB)
074200     END-IF.
074300
074400 CHECK-BAL-ENTRY.
074500     IF WS-BAL-DEPT(WS-BAL-SUB) = KAUD-DEPT-CODE
074600         MOVE WS-BAL-SUB TO WS-BAL-FOUND-SUB
074700     END-IF.
074800
074900* A department proves when its closing is its opening plus
075000* its activity, its activity is what the audit KSDS holds for
075100* the month, and -- once the prior period is locked -- its
075200* opening is the prior period's closing.
075300 WRITE-STATEMENT-LINE.
075400     EVALUATE TRUE
075500         WHEN WS-BAL-ON-FILE(WS-BAL-SUB) NOT = "Y"
075600             MOVE "NOT ON BALANCES" TO WS-PROOF-TEXT
075700         WHEN WS-BAL-CLOSING(WS-BAL-SUB) NOT =
075800              WS-BAL-OPENING(WS-BAL-SUB)
075900              + WS-BAL-ACTIVITY(WS-BAL-SUB)
076000             MOVE "CLOSING BREAK"   TO WS-PROOF-TEXT
076100         WHEN AUDIT-KSDS-OPEN
076200              AND WS-BAL-ACTIVITY(WS-BAL-SUB) NOT =
076300                  WS-BAL-AUDIT(WS-BAL-SUB)
076400             MOVE "ACTIVITY BREAK"  TO WS-PROOF-TEXT
076500         WHEN PRIOR-PERIOD-LOCKED
076600              AND WS-BAL-PRIOR-FOUND(WS-BAL-SUB) = "Y"
076700              AND WS-BAL-OPENING(WS-BAL-SUB) NOT =
076800                  WS-BAL-PRIOR-CLOSING(WS-BAL-SUB)
076900             MOVE "OPENING BREAK"   TO WS-PROOF-TEXT
077000         WHEN OTHER
077100             MOVE "PROVED"          TO WS-PROOF-TEXT
077200     END-EVALUATE.
077300     IF WS-PROOF-TEXT = "PROVED"
077400         ADD 1 TO WS-PROVED-COUNT
077500     ELSE
077600         ADD 1 TO WS-BREAK-COUNT
077700     END-IF.
077800     ADD WS-BAL-OPENING(WS-BAL-SUB)  TO WS-TOT-OPENING.
077900     ADD WS-BAL-ACTIVITY(WS-BAL-SUB) TO WS-TOT-ACTIVITY.
078000     ADD WS-BAL-CLOSING(WS-BAL-SUB)  TO WS-TOT-CLOSING.
078100     ADD WS-BAL-AUDIT(WS-BAL-SUB)    TO WS-TOT-AUDIT.
078200     MOVE SPACES TO REPORT-RECORD.
078300     STRING WS-BAL-DEPT(WS-BAL-SUB)     DELIMITED BY SIZE
078400            "  "                        DELIMITED BY SIZE
078500            WS-BAL-OPENING(WS-BAL-SUB)  DELIMITED BY SIZE
078600            " "                         DELIMITED BY SIZE
078700            WS-BAL-ACTIVITY(WS-BAL-SUB) DELIMITED BY SIZE
078800            " "                         DELIMITED BY SIZE
078900            WS-BAL-CLOSING(WS-BAL-SUB)  DELIMITED BY SIZE
079000            " "                         DELIMITED BY SIZE
079100            WS-BAL-AUDIT(WS-BAL-SUB)    DELIMITED BY SIZE
079200            " "                         DELIMITED BY SIZE
079300            WS-BAL-COUNT(WS-BAL-SUB)    DELIMITED BY SIZE
079400            "  "                        DELIMITED BY SIZE
079500            WS-PROOF-TEXT               DELIMITED BY SIZE
079600         INTO REPORT-RECORD.
079700     WRITE REPORT-RECORD.
079800
079900* A locked period's record carries the department count and
080000* closing total as they stood at the close; the balances must
080100* still agree with them.
080200 WRITE-CLOSE-TOTAL-PROOF.
080300     IF WS-STATUS-TEXT = "LOCKED"
080400         MOVE SPACES TO REPORT-RECORD
080500         IF PER-CLOSING-TOTAL = WS-TOT-CLOSING
080600            AND PER-DEPT-COUNT = WS-BAL-USED
080700             STRING "AGREES WITH CLOSE OF " DELIMITED BY SIZE
080800                    PER-CLOSED-DATE         DELIMITED BY SIZE
080900                    " BY "                  DELIMITED BY SIZE
081000                    PER-CLOSED-BY           DELIMITED BY SIZE
081100                 INTO REPORT-RECORD
081200         ELSE
081300             STRING "*** DISAGREES WITH CLOSE OF "
081310                        DELIMITED BY SIZE
081400                    PER-CLOSED-DATE         DELIMITED BY SIZE
081500                    ": DEPARTMENTS "        DELIMITED BY SIZE
081600                    PER-DEPT-COUNT          DELIMITED BY SIZE
081700                    " CLOSING "             DELIMITED BY SIZE
081800                    PER-CLOSING-TOTAL       DELIMITED BY SIZE
081900                 INTO REPORT-RECORD
082000             ADD 1 TO WS-BREAK-COUNT
082100         END-IF
082200         WRITE REPORT-RECORD
082300     END-IF.
082400
082500* Loads every department's balance for WS-LOAD-PERIOD.  The
082600* file is keyed department first, so the whole file is read.
082700 LOAD-BALANCE-TABLE.
082800     MOVE ZERO TO WS-BAL-USED.
082900     MOVE ZERO TO WS-BAL-OVFL-COUNT.
083000     MOVE "N" TO WS-SCAN-EOF-SWITCH.
083100     MOVE LOW-VALUES TO DBL-KEY.
083200     START DEPT-BALANCE-FILE KEY NOT < DBL-KEY
083300         INVALID KEY
083400             SET SCAN-DONE TO TRUE
083500     END-START.
083600     PERFORM UNTIL SCAN-DONE
083700         READ DEPT-BALANCE-FILE NEXT RECORD
083800             AT END
083900                 SET SCAN-DONE TO TRUE
084000             NOT AT END
084100                 IF DBL-PERIOD = WS-LOAD-PERIOD
084200                     PERFORM ADD-BALANCE-ENTRY
084300                 END-IF
084400         END-READ
084500     END-PERFORM.
084600
084700 ADD-BALANCE-ENTRY.
084800     IF WS-BAL-USED < WS-BAL-MAX
084900         ADD 1 TO WS-BAL-USED
085000         MOVE DBL-DEPT-CODE       TO WS-BAL-DEPT(WS-BAL-USED)
085100         MOVE DBL-OPENING-BALANCE TO WS-BAL-OPENING(WS-BAL-USED)
085200         MOVE DBL-PERIOD-ACTIVITY TO WS-BAL-ACTIVITY(WS-BAL-USED)
085300         MOVE DBL-CLOSING-BALANCE TO WS-BAL-CLOSING(WS-BAL-USED)
085400         MOVE DBL-POSTING-COUNT   TO WS-BAL-COUNT(WS-BAL-USED)
085500         MOVE DBL-OPENING-SWITCH  TO WS-BAL-ROLLED(WS-BAL-USED)
085600         MOVE "Y"                 TO WS-BAL-ON-FILE(WS-BAL-USED)
085700         MOVE ZERO                TO WS-BAL-AUDIT(WS-BAL-USED)
085800         MOVE "N"            TO WS-BAL-PRIOR-FOUND(WS-BAL-USED)
085900         MOVE ZERO         TO WS-BAL-PRIOR-CLOSING(WS-BAL-USED)
086000     ELSE
086100         ADD 1 TO WS-BAL-OVFL-COUNT
086200     END-IF.
086300
086400* Lists every period that has ever been closed, oldest first.
086500 LIST-THE-PERIODS.
086600     MOVE SPACES TO REPORT-RECORD.
086700     WRITE REPORT-RECORD.
086800     MOVE SPACES TO REPORT-RECORD.
086900     MOVE "PERIOD STATUS   CLOSED BY CLOSED   TIMES DEPTS "
087000         TO REPORT-RECORD.
087100     MOVE "REOPENED BY ON       REASON" TO REPORT-RECORD(48:27).
087200     WRITE REPORT-RECORD.
087300     MOVE "N" TO WS-SCAN-EOF-SWITCH.
087400     MOVE ZERO TO PER-PERIOD.
087500     START PERIOD-FILE KEY NOT < PER-PERIOD
087600         INVALID KEY
087700             SET SCAN-DONE TO TRUE
087800     END-START.
087900     PERFORM UNTIL SCAN-DONE
088000         READ PERIOD-FILE NEXT RECORD
088100             AT END
088200                 SET SCAN-DONE TO TRUE
088300             NOT AT END
088400                 PERFORM LIST-ONE-PERIOD
088500         END-READ
088600     END-PERFORM.
088700
088800 LIST-ONE-PERIOD.
088900     IF PER-LOCKED
089000         MOVE "LOCKED"   TO WS-STATUS-TEXT
089100     ELSE
089200         MOVE "REOPENED" TO WS-STATUS-TEXT
089300     END-IF.
089400     MOVE SPACES TO REPORT-RECORD.
089500     STRING PER-PERIOD          DELIMITED BY SIZE
089600            " "                 DELIMITED BY SIZE
089700            WS-STATUS-TEXT(1:8) DELIMITED BY SIZE
089800            " "                 DELIMITED BY SIZE
089900            PER-CLOSED-BY       DELIMITED BY SIZE
090000            "  "                DELIMITED BY SIZE
090100            PER-CLOSED-DATE     DELIMITED BY SIZE
090200            " "                 DELIMITED BY SIZE
090300            PER-CLOSE-COUNT     DELIMITED BY SIZE
090400            "    "              DELIMITED BY SIZE
090500            PER-DEPT-COUNT      DELIMITED BY SIZE
090600            "  "                DELIMITED BY SIZE
090700            PER-REOPENED-BY     DELIMITED BY SIZE
090800            "    "              DELIMITED BY SIZE
090900            PER-REOPENED-DATE   DELIMITED BY SIZE
091000            " "                 DELIMITED BY SIZE
091100            PER-REOPEN-REASON   DELIMITED BY SIZE
091200         INTO REPORT-RECORD.
091300     WRITE REPORT-RECORD.
091400
091500 REFUSE-THE-ACTION.
091600     ADD 1 TO WS-REFUSED-COUNT.
091700     DISPLAY WS-ACTION-TEXT " REFUSED " WS-PERIOD-CARD " - "
091800         WS-STATUS-TEXT.
091900     MOVE SPACES TO REPORT-RECORD.
092000     STRING WS-ACTION-TEXT   DELIMITED BY SPACE
092100            " REFUSED "      DELIMITED BY SIZE
092200            WS-PERIOD-CARD   DELIMITED BY SIZE
092300            " BY "           DELIMITED BY SIZE
092400            WS-OPERATOR-ID   DELIMITED BY SIZE
092500            " - "            DELIMITED BY SIZE
092600            WS-STATUS-TEXT   DELIMITED BY SIZE
092700         INTO REPORT-RECORD.
092800     WRITE REPORT-RECORD.
092900     IF WS-STATUS-TEXT = "NOT AUTHORIZED" AND WS-RUN-RC < 4
093000         MOVE 4 TO WS-RUN-RC
093100     END-IF.
093200
093300* The profile file is only read here.  Without it every check
093400* refuses, so a lost profile file fails closed, not open.
093500 OPEN-SECURITY-FILES.
093600     OPEN INPUT SECURITY-PROFILE-FILE.
093700     IF WS-SECPROF-STATUS = "00"
093800         SET PROFILES-OPEN TO TRUE
093900     ELSE
094000         DISPLAY "ERROR: PROFILE FILE NOT AVAILABLE, STATUS="
094100             WS-SECPROF-STATUS " - ROLE CHECKS WILL REFUSE"
094200     END-IF.
094300     OPEN EXTEND SECURITY-VIOLATION-FILE.
094400     IF WS-SECVIOL-STATUS = "00"
094500         SET VIOLATION-FILE-OPEN TO TRUE
094600     ELSE
094700         DISPLAY "ERROR: VIOLATION FILE NOT AVAILABLE, STATUS="
094800             WS-SECVIOL-STATUS
094900     END-IF.
095000
095100 CLOSE-SECURITY-FILES.
095200     IF PROFILES-OPEN
095300         CLOSE SECURITY-PROFILE-FILE
095400     END-IF.
095500     IF VIOLATION-FILE-OPEN
095600         CLOSE SECURITY-VIOLATION-FILE
095700     END-IF.
095800     IF WS-VIOLATION-COUNT > ZERO
095900         DISPLAY "SECURITY VIOLATIONS:    " WS-VIOLATION-COUNT
096000     END-IF.
096100
096200* The id in WS-SEC-OPERATOR must be on the profile file, not
096300* revoked, and hold WS-ROLE-NEEDED.  Anything else is refused
096400* and written to the violation file with the action and the
096500* item it was aimed at.  The id keyed on the card is never
096600* taken on trust.
096700 CHECK-OPERATOR-ROLE.
096800     MOVE "N" TO WS-ROLE-SWITCH.
096900     MOVE SPACES TO WS-SEC-REASON.
097000     IF NOT PROFILES-OPEN
097100         MOVE "PROFILE FILE UNREADABLE" TO WS-SEC-REASON
097200     ELSE
097300         MOVE WS-SEC-OPERATOR TO SEC-OPERATOR-ID
097400         READ SECURITY-PROFILE-FILE
097500             INVALID KEY
097600                 MOVE "NOT ON PROFILE FILE" TO WS-SEC-REASON
097700             NOT INVALID KEY
097800                 PERFORM CHECK-PROFILE-ROLE
097900         END-READ
098000     END-IF.
098100     IF WS-SEC-REASON = SPACES
098200         SET ROLE-GRANTED TO TRUE
098300     ELSE
098400         PERFORM LOG-SECURITY-VIOLATION
098500     END-IF.
098600
098700 CHECK-PROFILE-ROLE.
098800     EVALUATE WS-ROLE-NEEDED
098900         WHEN "REPAIR CLERK"
099000             MOVE SEC-ROLE-REPAIR   TO WS-ROLE-HELD
099100         WHEN "APPROVER"
099200             MOVE SEC-ROLE-APPROVE  TO WS-ROLE-HELD
099300         WHEN "MASTER MAINT"
099400             MOVE SEC-ROLE-MASTER   TO WS-ROLE-HELD
099500         WHEN "BULLETIN MAINT"
099600             MOVE SEC-ROLE-BULLETIN TO WS-ROLE-HELD
099700         WHEN "OPS OVERRIDE"
099800             MOVE SEC-ROLE-OVERRIDE TO WS-ROLE-HELD
099900         WHEN "SECURITY ADMIN"
100000             MOVE SEC-ROLE-SECURITY TO WS-ROLE-HELD
100100         WHEN OTHER
100200             MOVE "N"               TO WS-ROLE-HELD
100300     END-EVALUATE.
100400     IF NOT SEC-ACTIVE
100500         MOVE "PROFILE REVOKED" TO WS-SEC-REASON
100600     ELSE
100700     IF WS-ROLE-HELD NOT = "Y"
100800         MOVE "ROLE NOT HELD" TO WS-SEC-REASON
100900     END-IF
101000     END-IF.
101100
101200 LOG-SECURITY-VIOLATION.
101300     ADD 1 TO WS-VIOLATION-COUNT.
101400     DISPLAY "SECURITY VIOLATION: " WS-SEC-ACTION " BY "
101500         WS-SEC-OPERATOR " - " WS-SEC-REASON.
101600     MOVE FUNCTION CURRENT-DATE TO WS-SEC-DATE-TIME.
101700     MOVE SPACES                TO SECURITY-EVENT-RECORD.
101800     SET SEV-VIOLATION          TO TRUE.
101900     MOVE WS-SEC-DATE-TIME(1:8) TO SEV-EVENT-DATE.
102000     MOVE WS-SEC-DATE-TIME(9:6) TO SEV-EVENT-TIME.
102100     MOVE "ADD06PC"             TO SEV-PROGRAM.
102200     MOVE WS-SEC-OPERATOR       TO SEV-OPERATOR-ID.
102300     MOVE WS-ROLE-NEEDED        TO SEV-ROLE-NEEDED.
102400     MOVE WS-SEC-ACTION         TO SEV-ACTION.
102500     MOVE WS-SEC-SUBJECT        TO SEV-SUBJECT.
102600     MOVE WS-SEC-REASON         TO SEV-REASON.
102700     IF VIOLATION-FILE-OPEN
102800         WRITE SECURITY-EVENT-RECORD
102900     END-IF.
103000     IF NOT VIOLATION-FILE-OPEN OR WS-SECVIOL-STATUS NOT = "00"
103100         DISPLAY "ERROR: VIOLATION NOT LOGGED, STATUS="
103200             WS-SECVIOL-STATUS
103300     END-IF.
