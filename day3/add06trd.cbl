012230* sequence number where REJ-RUN-DATE now lives, so records
012240* whose edited fields are not clean post-conversion values
012250* are counted into WS-DAY-DROPPED and called out on the
012260* report instead of polluting the period totals.  A discarded
012270* suspected duplicate (source code D) records a clerk's
012280* decision, not activity, and is left out altogether.
012300 ROLL-UP-AUDIT-RECORD.
012350     IF AUD-RUN-DATE NOT NUMERIC
012360        OR AUD-THE-RESULT NOT NUMERIC
012390     IF AUD-RUN-DATE < 19000101
012395         ADD 1 TO WS-DAY-DROPPED
012398     ELSE
012399     IF AUD-SOURCE-CODE NOT = "D"
012400         MOVE AUD-RUN-DATE TO WS-WORK-DATE
012500         PERFORM FIND-DAY-SUB
012600         IF WS-DAY-SUB > ZERO
013100             END-IF
013200         END-IF
013210     END-IF
013215     END-IF
013220     END-IF.
013300
013400 ROLL-UP-REJECT-RECORD.
