000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06rt.
000300
000400* Control totals for the retain steps.  The retained audit and
000500* reject generations are copied by IEBGENER, which proves
000600* nothing about what it wrote, so this step reads both
000700* generations back as they now stand on the GDGs and adds
000800* their record counts -- and for the audit generation the hash
000900* of the input amounts and the sum of results -- to the
001000* chain-totals dataset for the chain proof (ADD06CP).  A
001100* generation that cannot be read is reported and the step ends
001200* with condition code 12; the missing totals then show on the
001300* balancing sheet as a break.
001400
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT AUDIT-FILE ASSIGN TO "RETAUDIT"
001900         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS WS-AUDIT-STATUS.
002100
002200     SELECT REJECT-FILE ASSIGN TO "RETREJ"
002300         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-REJECT-STATUS.
002500
002600     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-CHAIN-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  AUDIT-FILE.
003300     COPY "auditrec.cpy".
003400
003500 FD  REJECT-FILE.
003600     COPY "rejrec.cpy".
003700
003800 FD  CHAIN-TOTAL-FILE.
003900     COPY "chaintot.cpy".
004000
004100 WORKING-STORAGE SECTION.
004200 01 WS-AUDIT-STATUS      PIC XX          VALUE "00".
004300 01 WS-REJECT-STATUS     PIC XX          VALUE "00".
004400 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
004500 01 WS-AUDIT-EOF-SWITCH  PIC X           VALUE "N".
004600    88 AUDIT-DONE                        VALUE "Y".
004700 01 WS-REJECT-EOF-SWITCH PIC X           VALUE "N".
004800    88 REJECTS-DONE                      VALUE "Y".
004810* Set once a generation has been read through to its end; only
004820* a generation read whole has totals worth adding.
004830 01 WS-AUDIT-READ-SWITCH PIC X           VALUE "N".
004840    88 AUDIT-GEN-READ                    VALUE "Y".
004850 01 WS-REJECT-READ-SWITCH PIC X          VALUE "N".
004860    88 REJECT-GEN-READ                   VALUE "Y".
004900 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
005000
005100* Generation totals.  The hash adds the two input amounts
005200* unsigned, the same way ADD06 hashes them; the reject layout
005300* keeps its inputs as keyed, so rejects are counted only.
005400 01 WS-CHN-AMOUNT        PIC 9(5)V99     VALUE ZERO.
005500 01 WS-CHN-CYCLE-NO      PIC 9(2)        VALUE ZERO.
005550 01 WS-CHN-RUN-DATE      PIC 9(8)        VALUE ZERO.
005600 01 WS-AUDIT-COUNT       PIC 9(9)        VALUE ZERO.
005700 01 WS-AUDIT-HASH        PIC 9(13)V99    VALUE ZERO.
005800 01 WS-AUDIT-SUM         PIC S9(13)V9(4) VALUE ZERO
005900                         SIGN LEADING SEPARATE.
006000 01 WS-REJECT-COUNT      PIC 9(9)        VALUE ZERO.
006100
006200 PROCEDURE DIVISION.
006300
006400 PROGRAM-BEGIN.
006500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
006600
006700     PERFORM COUNT-THE-AUDIT-GENERATION.
006800     PERFORM COUNT-THE-REJECT-GENERATION.
006900     PERFORM WRITE-CHAIN-TOTALS.
007000
007100     DISPLAY "RETAINED AUDIT RECORDS:  " WS-AUDIT-COUNT
007200         " SUM " WS-AUDIT-SUM.
007300     DISPLAY "RETAINED REJECT RECORDS: " WS-REJECT-COUNT.
007400
007500 PROGRAM-DONE.
007600     STOP RUN.
007700
007800 COUNT-THE-AUDIT-GENERATION.
007900     OPEN INPUT AUDIT-FILE.
008000     IF WS-AUDIT-STATUS NOT = "00"
008100         DISPLAY "ERROR: RETAINED AUDIT GENERATION NOT "
008200             "AVAILABLE, STATUS=" WS-AUDIT-STATUS
008300         MOVE 12 TO RETURN-CODE
008400         SET AUDIT-DONE TO TRUE
008500     END-IF.
008600     PERFORM UNTIL AUDIT-DONE
008700         READ AUDIT-FILE
008800             AT END
008900                 SET AUDIT-DONE TO TRUE
008950                 SET AUDIT-GEN-READ TO TRUE
009000             NOT AT END
009100                 PERFORM COUNT-ONE-AUDIT-RECORD
009200         END-READ
009300     END-PERFORM.
009400     IF WS-AUDIT-STATUS = "00" OR "10"
009500         CLOSE AUDIT-FILE
009600     END-IF.
009700
009800 COUNT-ONE-AUDIT-RECORD.
009900     ADD 1 TO WS-AUDIT-COUNT.
010000     IF AUD-FIRST-NUMBER NUMERIC
010100         MOVE AUD-FIRST-NUMBER TO WS-CHN-AMOUNT
010200         ADD WS-CHN-AMOUNT TO WS-AUDIT-HASH
010300     END-IF.
010400     IF AUD-SECOND-NUMBER NUMERIC
010500         MOVE AUD-SECOND-NUMBER TO WS-CHN-AMOUNT
010600         ADD WS-CHN-AMOUNT TO WS-AUDIT-HASH
010700     END-IF.
010800     IF AUD-THE-RESULT NUMERIC
010900         ADD AUD-THE-RESULT TO WS-AUDIT-SUM
011000     END-IF.
011100     IF AUD-CYCLE-NO NUMERIC
011200         MOVE AUD-CYCLE-NO TO WS-CHN-CYCLE-NO
011300     END-IF.
011310     IF AUD-RUN-DATE NUMERIC
011320         MOVE AUD-RUN-DATE TO WS-CHN-RUN-DATE
011330     END-IF.
011400
011500 COUNT-THE-REJECT-GENERATION.
011600     OPEN INPUT REJECT-FILE.
011700     IF WS-REJECT-STATUS NOT = "00"
011800         DISPLAY "ERROR: RETAINED REJECT GENERATION NOT "
011900             "AVAILABLE, STATUS=" WS-REJECT-STATUS
012000         MOVE 12 TO RETURN-CODE
012100         SET REJECTS-DONE TO TRUE
012200     END-IF.
012300     PERFORM UNTIL REJECTS-DONE
012400         READ REJECT-FILE
012500             AT END
012600                 SET REJECTS-DONE TO TRUE
012650                 SET REJECT-GEN-READ TO TRUE
012700             NOT AT END
012800                 ADD 1 TO WS-REJECT-COUNT
012900         END-READ
013000     END-PERFORM.
013100     IF WS-REJECT-STATUS = "00" OR "10"
013200         CLOSE REJECT-FILE
013300     END-IF.
013400
013500* A generation that could not be opened or read through adds
013600* no entry, so the proof reports it missing, not a zero.
013700 WRITE-CHAIN-TOTALS.
013800     OPEN EXTEND CHAIN-TOTAL-FILE.
013900     IF WS-CHAIN-STATUS NOT = "00"
014000         DISPLAY "WARNING: CHAIN TOTALS NOT WRITTEN, STATUS="
014100             WS-CHAIN-STATUS
014200     ELSE
014250         IF WS-CHN-RUN-DATE = ZERO
014260             MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CHN-RUN-DATE
014270         END-IF
014300         MOVE WS-CHN-RUN-DATE            TO CTT-RUN-DATE
014400         MOVE WS-CHN-CYCLE-NO            TO CTT-CYCLE-NO
014500         MOVE WS-CURRENT-DATE-TIME(1:14) TO CTT-RUN-ID
014600         MOVE "ADD06RT"                  TO CTT-STEP
014700         IF AUDIT-GEN-READ
014800             MOVE "AUDIT GEN"            TO CTT-TOTAL-ID
014900             MOVE WS-AUDIT-COUNT         TO CTT-COUNT
015000             MOVE WS-AUDIT-HASH          TO CTT-HASH
015100             MOVE WS-AUDIT-SUM           TO CTT-SUM
015200             WRITE CHAIN-TOTAL-RECORD
015300         END-IF
015400         IF REJECT-GEN-READ
015500             MOVE "REJECT GEN"           TO CTT-TOTAL-ID
015600             MOVE WS-REJECT-COUNT        TO CTT-COUNT
015700             MOVE ZERO                   TO CTT-HASH
015800             MOVE ZERO                   TO CTT-SUM
015900             WRITE CHAIN-TOTAL-RECORD
016000         END-IF
016100         CLOSE CHAIN-TOTAL-FILE
016200     END-IF.
