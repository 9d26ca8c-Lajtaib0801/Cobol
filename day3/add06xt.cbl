000900* both input numbers, result) and a T trailer carrying the
001000* record count and sum of results so finance can balance
001100* their load.
001110* A reversal posting goes out as a V line instead -- the D
001120* fields plus the run date, cycle and sequence of the
001130* posting it cancels -- and the trailer carries the V count
001140* and sum of results after the D count and sum, so finance
001150* balances reversals on their own line.
001160* A suspected duplicate a clerk discarded (source code D) is
001170* an audit record of the decision only: it never went to the
001180* ledger, so it is left out of the extract and counted apart.
001190* Rerunnable for any date range after a correction.
001200
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
004206                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
004300                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
004400                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
004500                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
004520                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
004540                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
004560                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
004580                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
004590                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
004600
004700 FD  PARM-FILE.
004800 01  PARM-RECORD.
005000     05 PRM-TO-DATE         PIC X(8).
005100
005200 FD  EXTRACT-FILE.
005250* Widened for the extended-amount values and results, and
005270* again for the cancelled key carried on a V line.
005300 01  EXTRACT-RECORD        PIC X(100).
005400
005500 WORKING-STORAGE SECTION.
005600 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
006500 01 WS-EXTRACT-COUNT     PIC 9(6)        VALUE ZERO.
006600 01 WS-SUM-RESULT        PIC S9(13)V99   VALUE ZERO
006700                         SIGN LEADING SEPARATE.
006720 01 WS-REV-COUNT         PIC 9(6)        VALUE ZERO.
006740 01 WS-REV-SUM-RESULT    PIC S9(13)V99   VALUE ZERO
006760                         SIGN LEADING SEPARATE.
006780 01 WS-DISCARD-COUNT     PIC 9(6)        VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000
015300     CLOSE EXTRACT-FILE.
015400
015500     DISPLAY "RECORDS EXTRACTED: " WS-EXTRACT-COUNT.
015550     DISPLAY "REVERSALS EXTRACTED: " WS-REV-COUNT.
015570     DISPLAY "DISCARDS SKIPPED: " WS-DISCARD-COUNT.
015600
015700* Positions the cluster at the first record on or after the
015800* from date.  No records in range just means an empty (but
017200     WRITE EXTRACT-RECORD.
017300
017400 WRITE-EXTRACT-DETAIL.
017410     EVALUATE TRUE
017412         WHEN KAUD-SOURCE-CODE = "D"
017414             ADD 1 TO WS-DISCARD-COUNT
017416         WHEN KAUD-REV-KEY NUMERIC AND KAUD-REV-KEY NOT = ZERO
017420             PERFORM WRITE-EXTRACT-REVERSAL
017430         WHEN OTHER
017440             PERFORM WRITE-EXTRACT-POSTING
017450     END-EVALUATE.
017460
017470 WRITE-EXTRACT-POSTING.
017500     MOVE SPACES TO EXTRACT-RECORD.
017600     STRING "D|"               DELIMITED BY SIZE
017700            KAUD-RUN-DATE      DELIMITED BY SIZE
019000
019100     ADD 1 TO WS-EXTRACT-COUNT.
019200     ADD KAUD-THE-RESULT TO WS-SUM-RESULT.
019203
019206 WRITE-EXTRACT-REVERSAL.
019209     MOVE SPACES TO EXTRACT-RECORD.
019212     STRING "V|"               DELIMITED BY SIZE
019215            KAUD-RUN-DATE      DELIMITED BY SIZE
019218            "|"                DELIMITED BY SIZE
019221            KAUD-CYCLE-NO      DELIMITED BY SIZE
019224            "|"                DELIMITED BY SIZE
019227            KAUD-SEQ-NO        DELIMITED BY SIZE
019230            "|"                DELIMITED BY SIZE
019233            KAUD-RUN-ID        DELIMITED BY SIZE
019236            "|"                DELIMITED BY SIZE
019239            KAUD-FIRST-NUMBER  DELIMITED BY SIZE
019242            "|"                DELIMITED BY SIZE
019245            KAUD-SECOND-NUMBER DELIMITED BY SIZE
019248            "|"                DELIMITED BY SIZE
019251            KAUD-THE-RESULT    DELIMITED BY SIZE
019254            "|"                DELIMITED BY SIZE
019257            KAUD-REV-RUN-DATE  DELIMITED BY SIZE
019260            "|"                DELIMITED BY SIZE
019263            KAUD-REV-CYCLE-NO  DELIMITED BY SIZE
019266            "|"                DELIMITED BY SIZE
019269            KAUD-REV-SEQ-NO    DELIMITED BY SIZE
019272         INTO EXTRACT-RECORD.
019275     WRITE EXTRACT-RECORD.
019278
019281     ADD 1 TO WS-REV-COUNT.
019284     ADD KAUD-THE-RESULT TO WS-REV-SUM-RESULT.
019300
019400 WRITE-EXTRACT-TRAILER.
019500     MOVE SPACES TO EXTRACT-RECORD.
019700            WS-EXTRACT-COUNT  DELIMITED BY SIZE
019800            "|"               DELIMITED BY SIZE
019900            WS-SUM-RESULT     DELIMITED BY SIZE
019920            "|"               DELIMITED BY SIZE
019940            WS-REV-COUNT      DELIMITED BY SIZE
019960            "|"               DELIMITED BY SIZE
019980            WS-REV-SUM-RESULT DELIMITED BY SIZE
020000         INTO EXTRACT-RECORD.
020100     WRITE EXTRACT-RECORD.
