001100* their loader rejected, and ends with condition code 8 when
001200* the two sides do not balance so the scheduler pages someone
001300* the same night instead of finance phoning at month-end.
001330* A discarded suspected duplicate (source code D) was never
001360* extracted, so it is not expected back from finance.
001400
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
004906                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
005000                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
005100                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
005200                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
005220                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
005240                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
005260                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
005280                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
005290                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
005300
005400* One acknowledgment per extract detail finance processed.
005500* The key fields echo our audit key; the posting reference is
024900             AT END
025000                 SET END-OF-FILE TO TRUE
025100             NOT AT END
025200                 EVALUATE TRUE
025250                     WHEN KAUD-RUN-DATE > WS-TO-DATE
025300                         SET END-OF-FILE TO TRUE
025330                     WHEN KAUD-SOURCE-CODE = "D"
025360                         CONTINUE
025400                     WHEN OTHER
025500                         PERFORM MATCH-ONE-AUDIT-RECORD
025600                 END-EVALUATE
025700         END-READ
025800     END-PERFORM.
025900
