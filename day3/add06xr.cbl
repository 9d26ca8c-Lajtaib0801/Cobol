000800* (where the retain and KSDS load steps pick it up) and prints
000900* a disposition report showing each pair and where its result
001000* now lives.  An empty exception file is a normal, quiet run.
001020* An exception whose run date falls in a fiscal period finance
001040* has closed is not posted: it is listed as refused and the
001060* step ends with condition code 8, so the chain stops until ops
001080* reopens the period (ADD06PC) and the step is rerun.
001085* The step's control totals -- exceptions read, posted and
001090* refused -- are added to the chain-totals dataset for the
001095* chain proof (ADD06CP).
001100
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
002300     SELECT REPORT-FILE ASSIGN TO "EXCPRPT"
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-REPORT-STATUS.
002510
002520     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
002530         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS RANDOM
002550         RECORD KEY IS PER-PERIOD
002560         FILE STATUS IS WS-PERIOD-STATUS.
002565
002570     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
002580         ORGANIZATION IS LINE SEQUENTIAL
002590         FILE STATUS IS WS-CHAIN-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
004300 FD  REPORT-FILE.
004350* Widened for the extended-amount values and results.
004400 01  REPORT-RECORD         PIC X(100).
004420
004440 FD  PERIOD-FILE.
004460     COPY "periodrec.cpy".
004465
004470 FD  CHAIN-TOTAL-FILE.
004480     COPY "chaintot.cpy".
004500
004600 WORKING-STORAGE SECTION.
004700 01 WS-EXCEPT-STATUS     PIC XX          VALUE "00".
004800 01 WS-AUDIT-STATUS      PIC XX          VALUE "00".
004900 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
004907 01 WS-PERIOD-STATUS     PIC XX          VALUE "00".
004914* Y the period file is open, E it has never been written (no
004921* period has been closed yet).
004928 01 WS-PERIOD-OPEN-SWITCH PIC X          VALUE "N".
004935    88 PERIOD-FILE-OPEN                  VALUE "Y".
004942    88 PERIOD-FILE-EMPTY                 VALUE "E".
004949* The last period looked up, and whether it is locked.
004956 01 WS-EXC-PERIOD        PIC 9(6)        VALUE ZERO.
004963 01 WS-CHECKED-PERIOD    PIC 9(6)        VALUE ZERO.
004970 01 WS-PERIOD-LOCK-SWITCH PIC X          VALUE "N".
004977    88 EXCEPTION-PERIOD-LOCKED           VALUE "Y".
004984 01 WS-LOCKED-COUNT      PIC 9(6)        VALUE ZERO.
005000 01 WS-EOF-SWITCH        PIC X           VALUE "N".
005100    88 END-OF-FILE                       VALUE "Y".
005200 01 WS-POSTED-COUNT      PIC 9(6)        VALUE ZERO.
005300 01 WS-SUM-RESULT        PIC S9(13)V9(4) VALUE ZERO
005400                         SIGN LEADING SEPARATE.
005405 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
005410 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
005415* Chain totals: every exception read, and the posted and
005420* refused shares of it.  The hash adds the two input amounts
005425* unsigned, the same way ADD06 hashes them.
005430 01 WS-EXC-HASH          PIC 9(6)V99     VALUE ZERO.
005435 01 WS-CHN-AMOUNT        PIC 9(5)V99     VALUE ZERO.
005440 01 WS-CHN-CYCLE-NO      PIC 9(2)        VALUE ZERO.
005442 01 WS-CHN-RUN-DATE      PIC 9(8)        VALUE ZERO.
005445 01 WS-READ-COUNT        PIC 9(9)        VALUE ZERO.
005450 01 WS-READ-HASH         PIC 9(13)V99    VALUE ZERO.
005455 01 WS-READ-SUM          PIC S9(13)V9(4) VALUE ZERO
005460                         SIGN LEADING SEPARATE.
005465 01 WS-POSTED-HASH       PIC 9(13)V99    VALUE ZERO.
005470 01 WS-LOCKED-HASH       PIC 9(13)V99    VALUE ZERO.
005475 01 WS-LOCKED-SUM        PIC S9(13)V9(4) VALUE ZERO
005480                         SIGN LEADING SEPARATE.
005500
005600 PROCEDURE DIVISION.
005700
007050         MOVE 12 TO RETURN-CODE
007100         SET END-OF-FILE TO TRUE
007200     END-IF.
007207     OPEN INPUT PERIOD-FILE.
007214     EVALUATE WS-PERIOD-STATUS
007221         WHEN "00"
007228             SET PERIOD-FILE-OPEN TO TRUE
007235         WHEN "35"
007242             SET PERIOD-FILE-EMPTY TO TRUE
007249         WHEN OTHER
007256             DISPLAY "ERROR: PERIOD FILE NOT AVAILABLE, STATUS="
007263                 WS-PERIOD-STATUS " - NOTHING POSTED"
007270             MOVE 12 TO RETURN-CODE
007277             SET END-OF-FILE TO TRUE
007284     END-EVALUATE.
007300
007400     MOVE SPACES TO REPORT-RECORD.
007500     MOVE "EXCEPTION DISPOSITION REPORT" TO REPORT-RECORD.
008000             AT END
008100                 SET END-OF-FILE TO TRUE
008200             NOT AT END
008300                 PERFORM TAKE-ONE-EXCEPTION
008400         END-READ
008500     END-PERFORM.
008600
008700     PERFORM WRITE-REPORT-TOTALS.
008750     PERFORM WRITE-CHAIN-TOTALS.
008800
008900     CLOSE EXCEPTION-FILE.
009000     CLOSE AUDIT-FILE.
009100     CLOSE REPORT-FILE.
009120     IF PERIOD-FILE-OPEN
009140         CLOSE PERIOD-FILE
009160     END-IF.
009200
009300     DISPLAY "EXCEPTIONS POSTED TO AUDIT: " WS-POSTED-COUNT.
009310     IF WS-LOCKED-COUNT > ZERO
009320         DISPLAY "ERROR: " WS-LOCKED-COUNT
009330             " EXCEPTIONS REFUSED - RUN DATE IN A LOCKED PERIOD"
009340         IF RETURN-CODE < 8
009350             MOVE 8 TO RETURN-CODE
009360         END-IF
009370     END-IF.
009400
009500 PROGRAM-DONE.
009600     STOP RUN.
009700
009702 TAKE-ONE-EXCEPTION.
009703     PERFORM ADD-TO-READ-TOTALS.
009704     MOVE EXC-RUN-DATE(1:6) TO WS-EXC-PERIOD.
009706     IF WS-EXC-PERIOD NOT = WS-CHECKED-PERIOD
009708         PERFORM CHECK-EXCEPTION-PERIOD
009710     END-IF.
009712     IF EXCEPTION-PERIOD-LOCKED
009714         PERFORM REFUSE-LOCKED-EXCEPTION
009716     ELSE
009718         PERFORM POST-ONE-EXCEPTION
009720     END-IF.
009722
009724* A period with no record has never been closed; a reopened
009726* one takes postings until it is closed again.
009728 CHECK-EXCEPTION-PERIOD.
009730     MOVE WS-EXC-PERIOD TO WS-CHECKED-PERIOD.
009732     MOVE "N" TO WS-PERIOD-LOCK-SWITCH.
009734     IF PERIOD-FILE-OPEN
009736         MOVE WS-EXC-PERIOD TO PER-PERIOD
009738         READ PERIOD-FILE
009740             INVALID KEY
009742                 CONTINUE
009744             NOT INVALID KEY
009746                 IF PER-LOCKED
009748                     SET EXCEPTION-PERIOD-LOCKED TO TRUE
009750                 END-IF
009752         END-READ
009754     END-IF.
009756
009758 REFUSE-LOCKED-EXCEPTION.
009760     ADD 1 TO WS-LOCKED-COUNT.
009761     ADD WS-EXC-HASH TO WS-LOCKED-HASH.
009762     ADD EXC-COMPUTED-RESULT TO WS-LOCKED-SUM.
009763     MOVE SPACES TO REPORT-RECORD.
009764     STRING "  SEQ "              DELIMITED BY SIZE
009766            EXC-SEQ-NO            DELIMITED BY SIZE
009768            " DEPT "              DELIMITED BY SIZE
009770            EXC-DEPT-CODE         DELIMITED BY SIZE
009772            " RUN DATE "          DELIMITED BY SIZE
009774            EXC-RUN-DATE          DELIMITED BY SIZE
009776            " NOT POSTED - PERIOD " DELIMITED BY SIZE
009778            WS-EXC-PERIOD         DELIMITED BY SIZE
009780            " IS LOCKED"          DELIMITED BY SIZE
009782         INTO REPORT-RECORD.
009784     WRITE REPORT-RECORD.
009786
009800* Carries the exception onto the audit stream under its
009900* original run date and sequence number.  ADD06 never wrote
010000* an audit record for an overflow pair, so the key is free.
010500     MOVE EXC-DEPT-CODE       TO AUD-DEPT-CODE.
010600     MOVE EXC-OPERATION-CODE  TO AUD-OPERATION-CODE.
010620*    A repaired pair keeps its repair provenance even through
010640*    an overflow, as does a pair released from the warehouse
010650*    or from suspense; only an original pair's overflow is
010660*    marked with the exception source code.
010680     IF EXC-SOURCE-CODE = "R" OR "W" OR "S"
010700         MOVE EXC-SOURCE-CODE TO AUD-SOURCE-CODE
010720     ELSE
010740         MOVE "X" TO AUD-SOURCE-CODE
010760     END-IF.
010800     MOVE EXC-FIRST-NUMBER    TO AUD-FIRST-NUMBER.
010900     MOVE EXC-SECOND-NUMBER   TO AUD-SECOND-NUMBER.
011000     MOVE EXC-COMPUTED-RESULT TO AUD-THE-RESULT.
011050     MOVE ZERO                TO AUD-REV-KEY.
011070     MOVE EXC-SOURCE-REF      TO AUD-SOURCE-REF.
011100     WRITE AUDIT-RECORD.
011200
011300     ADD 1 TO WS-POSTED-COUNT.
011400     ADD EXC-COMPUTED-RESULT TO WS-SUM-RESULT.
011450     ADD WS-EXC-HASH TO WS-POSTED-HASH.
011500
011600     MOVE SPACES TO REPORT-RECORD.
011700     STRING "  SEQ "              DELIMITED BY SIZE
014500            WS-SUM-RESULT          DELIMITED BY SIZE
014600         INTO REPORT-RECORD.
014700     WRITE REPORT-RECORD.
014800
014900     IF WS-LOCKED-COUNT > ZERO
015000         MOVE SPACES TO REPORT-RECORD
015100         STRING "REFUSED, LOCKED:   " DELIMITED BY SIZE
015200                WS-LOCKED-COUNT        DELIMITED BY SIZE
015300             INTO REPORT-RECORD
015400         WRITE REPORT-RECORD
015500     END-IF.
015550
015600 ADD-TO-READ-TOTALS.
015700     MOVE ZERO TO WS-EXC-HASH.
015800     IF EXC-FIRST-NUMBER NUMERIC
015900         MOVE EXC-FIRST-NUMBER TO WS-CHN-AMOUNT
016000         ADD WS-CHN-AMOUNT TO WS-EXC-HASH
016100     END-IF.
016200     IF EXC-SECOND-NUMBER NUMERIC
016300         MOVE EXC-SECOND-NUMBER TO WS-CHN-AMOUNT
016400         ADD WS-CHN-AMOUNT TO WS-EXC-HASH
016500     END-IF.
016600     ADD 1 TO WS-READ-COUNT.
016700     ADD WS-EXC-HASH TO WS-READ-HASH.
016800     ADD EXC-COMPUTED-RESULT TO WS-READ-SUM.
016900     MOVE EXC-CYCLE-NO TO WS-CHN-CYCLE-NO.
016950     MOVE EXC-RUN-DATE TO WS-CHN-RUN-DATE.
017000
017100 WRITE-CHAIN-TOTALS.
017200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
017250     IF WS-CHN-RUN-DATE = ZERO
017260         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CHN-RUN-DATE
017270     END-IF.
017300     OPEN EXTEND CHAIN-TOTAL-FILE.
017400     IF WS-CHAIN-STATUS NOT = "00"
017500         DISPLAY "WARNING: CHAIN TOTALS NOT WRITTEN, STATUS="
017600             WS-CHAIN-STATUS
017700     ELSE
017800         MOVE WS-CHN-RUN-DATE            TO CTT-RUN-DATE
017900         MOVE WS-CHN-CYCLE-NO            TO CTT-CYCLE-NO
018000         MOVE WS-CURRENT-DATE-TIME(1:14) TO CTT-RUN-ID
018100         MOVE "ADD06XR"                  TO CTT-STEP
018200         MOVE "EXCP READ"                TO CTT-TOTAL-ID
018300         MOVE WS-READ-COUNT              TO CTT-COUNT
018400         MOVE WS-READ-HASH               TO CTT-HASH
018500         MOVE WS-READ-SUM                TO CTT-SUM
018600         WRITE CHAIN-TOTAL-RECORD
018700         MOVE "POSTED"                   TO CTT-TOTAL-ID
018800         MOVE WS-POSTED-COUNT            TO CTT-COUNT
018900         MOVE WS-POSTED-HASH             TO CTT-HASH
019000         MOVE WS-SUM-RESULT              TO CTT-SUM
019100         WRITE CHAIN-TOTAL-RECORD
019200         MOVE "LOCK REFUSED"             TO CTT-TOTAL-ID
019300         MOVE WS-LOCKED-COUNT            TO CTT-COUNT
019400         MOVE WS-LOCKED-HASH             TO CTT-HASH
019500         MOVE WS-LOCKED-SUM              TO CTT-SUM
019600         WRITE CHAIN-TOTAL-RECORD
019700         CLOSE CHAIN-TOTAL-FILE
019800     END-IF.
