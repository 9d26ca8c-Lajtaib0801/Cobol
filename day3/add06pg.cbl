001200* The report balances records archived plus records remaining
001300* against the starting record count and the step ends with
001400* condition code 8 on any verify or balance failure.
001420* Every run with a good cutoff also adds an entry to the purge
001440* log, so a rebuild of the cluster (ADD06RB) knows which dates
001460* have been purged for good.
001500
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
003600     SELECT REPORT-FILE ASSIGN TO "PURGERPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003810
003820     SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
003840         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-PURGE-LOG-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005306                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
005400                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
005500                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
005600                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
005620                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
005640                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
005660                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
005680                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
005690                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
005700
005800 FD  ARCHIVE-FILE.
005900     COPY "auditrec.cpy".
006400
006500 FD  REPORT-FILE.
006600 01  REPORT-RECORD         PIC X(80).
006610
006630 FD  PURGE-LOG-FILE.
006660     COPY "purglog.cpy".
006700
006800 WORKING-STORAGE SECTION.
006900 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
007000 01 WS-ARCHIVE-STATUS    PIC XX          VALUE "00".
007100 01 WS-PARM-STATUS       PIC XX          VALUE "00".
007200 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
007230 01 WS-PURGE-LOG-STATUS  PIC XX          VALUE "00".
007260 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
007300 01 WS-EOF-SWITCH        PIC X           VALUE "N".
007400    88 END-OF-FILE                       VALUE "Y".
007500 01 WS-PARM-SWITCH       PIC X           VALUE "N".
014700         MOVE WS-START-COUNT TO WS-REMAIN-COUNT
014800     END-IF.
014900     PERFORM WRITE-PURGE-REPORT.
014950     PERFORM WRITE-PURGE-LOG.
015000
015100* One pass over the whole cluster: every record is counted
015200* into the starting total, and the ones older than the
035300         " DELETED " WS-DELETE-COUNT
035400         " REMAINING " WS-REMAIN-COUNT
035500         " OF " WS-START-COUNT.
035550
035600 WRITE-PURGE-LOG.
035700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
035800     MOVE WS-CURRENT-DATE-TIME(1:14) TO PGL-RUN-ID.
035900     MOVE WS-CUTOFF-DATE   TO PGL-CUTOFF-DATE.
036000     MOVE WS-ARCHIVE-COUNT TO PGL-ARCHIVE-COUNT.
036100     MOVE WS-DELETE-COUNT  TO PGL-DELETE-COUNT.
036200     IF WS-RUN-RC = ZERO
036300         MOVE "COMPLETE" TO PGL-STATUS
036400     ELSE
036500         MOVE "FAILED"   TO PGL-STATUS
036600     END-IF.
036700     OPEN EXTEND PURGE-LOG-FILE.
036800     IF WS-PURGE-LOG-STATUS NOT = "00"
036900         DISPLAY "WARNING: PURGE LOG NOT WRITTEN, STATUS="
037000             WS-PURGE-LOG-STATUS
037100     ELSE
037200         WRITE PURGE-LOG-RECORD
037300         CLOSE PURGE-LOG-FILE
037400     END-IF.
