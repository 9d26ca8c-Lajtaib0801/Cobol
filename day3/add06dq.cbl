001000* range) and prints every matching pair -- run date, cycle,
001100* sequence, operation, source code, inputs, result -- with a
001200* count and sum-of-results total line per department.
001220* A reversal prints the posting it cancels, and a posting
001240* that has been reversed prints the reversal beneath it, so
001260* the sum of results is the department's net activity.
001300
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002100         ALTERNATE RECORD KEY IS KAUD-DEPT-CODE
002200             WITH DUPLICATES
002300         FILE STATUS IS WS-KSDS-STATUS.
002310
002320     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
002330         ORGANIZATION IS INDEXED
002340         ACCESS MODE IS RANDOM
002350         RECORD KEY IS RVG-ORIG-KEY
002360         FILE STATUS IS WS-REVREG-STATUS.
002400
002500     SELECT PARM-FILE ASSIGN TO "DEPTPARM"
002600         ORGANIZATION IS LINE SEQUENTIAL
004606                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
004700                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
004800                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
004900                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
004920                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
004940                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
004960                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
004980                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
004982                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
004985
004990 FD  REVERSAL-REGISTER.
004995     COPY "revrec.cpy".
005000
005100* One inquiry per card: department code and from/to run
005200* dates.  The same date twice asks about a single day.
006100
006200 WORKING-STORAGE SECTION.
006300 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
006350 01 WS-REVREG-STATUS     PIC XX          VALUE "00".
006360 01 WS-REVREG-OPEN-SWITCH PIC X          VALUE "N".
006370    88 REVREG-OPEN                       VALUE "Y".
006400 01 WS-PARM-STATUS       PIC XX          VALUE "00".
006500 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
006600 01 WS-PARM-EOF-SWITCH   PIC X           VALUE "N".
009300         SET PARMS-DONE TO TRUE
009400     END-IF.
009500
009520* No register (never loaded, or unavailable) only means the
009540* "reversed by" lines are left off.
009560     OPEN INPUT REVERSAL-REGISTER.
009565     IF WS-REVREG-STATUS = "00"
009570         SET REVREG-OPEN TO TRUE
009575     END-IF.
009580
009600     OPEN INPUT PARM-FILE.
009700     IF WS-PARM-STATUS NOT = "00"
009800         DISPLAY "ERROR: DEPTPARM NOT AVAILABLE, STATUS="
011600     IF WS-KSDS-STATUS = "00" OR "10"
011700         CLOSE AUDIT-KSDS
011800     END-IF.
011820     IF REVREG-OPEN
011840         CLOSE REVERSAL-REGISTER
011860     END-IF.
011900
012000     IF WS-INQUIRY-COUNT = ZERO AND WS-RUN-RC = ZERO
012100         DISPLAY "ERROR: DEPTPARM HELD NO USABLE INQUIRIES"
021000            KAUD-THE-RESULT    DELIMITED BY SIZE
021100         INTO REPORT-RECORD.
021200     WRITE REPORT-RECORD.
021202     PERFORM REPORT-REVERSAL-LINKS.
021204
021206 REPORT-REVERSAL-LINKS.
021208     IF KAUD-REV-KEY NUMERIC AND KAUD-REV-KEY NOT = ZERO
021210         MOVE SPACES TO REPORT-RECORD
021212         STRING "      REVERSAL OF " DELIMITED BY SIZE
021214                KAUD-REV-RUN-DATE    DELIMITED BY SIZE
021216                "/" DELIMITED BY SIZE
021218                KAUD-REV-CYCLE-NO    DELIMITED BY SIZE
021220                "/" DELIMITED BY SIZE
021222                KAUD-REV-SEQ-NO      DELIMITED BY SIZE
021224             INTO REPORT-RECORD
021226         WRITE REPORT-RECORD
021228     END-IF.
021230     IF REVREG-OPEN
021232         MOVE KAUD-KEY TO RVG-ORIG-KEY
021234         READ REVERSAL-REGISTER
021236             INVALID KEY
021238                 CONTINUE
021240             NOT INVALID KEY
021242                 MOVE SPACES TO REPORT-RECORD
021244                 STRING "      REVERSED BY " DELIMITED BY SIZE
021246                        RVG-REV-RUN-DATE     DELIMITED BY SIZE
021248                        "/" DELIMITED BY SIZE
021250                        RVG-REV-CYCLE-NO     DELIMITED BY SIZE
021252                        "/" DELIMITED BY SIZE
021254                        RVG-REV-SEQ-NO       DELIMITED BY SIZE
021256                        " RUN " DELIMITED BY SIZE
021258                        RVG-REV-RUN-ID       DELIMITED BY SIZE
021260                     INTO REPORT-RECORD
021262                 WRITE REPORT-RECORD
021264         END-READ
021266     END-IF.
021300
021400 WRITE-INQUIRY-TOTALS.
021500     MOVE SPACES TO REPORT-RECORD.
