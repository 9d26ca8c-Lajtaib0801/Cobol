000700* number, so ops no longer have to dig through old report
000800* printouts.  Cycle 01 is the regular morning feed; 02 and
000900* up are supplemental same-date feeds.
000910* A reversal shows the posting it cancels; a posting that
000920* has been reversed shows the reversal, from the register.
000930
000940 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001100 FILE-CONTROL.
001200     SELECT AUDIT-KSDS ASSIGN TO "AUDITKSD"
001400         ACCESS MODE IS RANDOM
001500         RECORD KEY IS KAUD-KEY
001600         FILE STATUS IS WS-KSDS-STATUS.
001610
001620     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS RANDOM
001650         RECORD KEY IS RVG-ORIG-KEY
001660         FILE STATUS IS WS-REVREG-STATUS.
001700
001800 DATA DIVISION.
001900 FILE SECTION.
002666                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
002700                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
002800                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
002900                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
002920                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
002940                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
002960                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
002980                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
002982                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
002985
002990 FD  REVERSAL-REGISTER.
002995     COPY "revrec.cpy".
003000
003100 WORKING-STORAGE SECTION.
003200 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
003250 01 WS-REVREG-STATUS     PIC XX          VALUE "00".
003260 01 WS-REVREG-OPEN-SWITCH PIC X          VALUE "N".
003270    88 REVREG-OPEN                       VALUE "Y".
003300 01 WS-MORE-INQUIRIES    PIC X           VALUE "Y".
003400    88 NO-MORE-INQUIRIES                 VALUE "N".
003500 01 WS-INQ-RUN-DATE      PIC 9(8)        VALUE ZERO.
003900
004000 PROGRAM-BEGIN.
004100     OPEN INPUT AUDIT-KSDS.
004150     OPEN INPUT REVERSAL-REGISTER.
004160     IF WS-REVREG-STATUS = "00"
004170         SET REVREG-OPEN TO TRUE
004180     END-IF.
004200
004300     PERFORM UNTIL NO-MORE-INQUIRIES
004400         DISPLAY "Enter run date (YYYYMMDD), 0 to quit: "
005400     END-PERFORM.
005500
005600     CLOSE AUDIT-KSDS.
005620     IF REVREG-OPEN
005640         CLOSE REVERSAL-REGISTER
005660     END-IF.
005700
005800 PROGRAM-DONE.
005900     STOP RUN.
007000             DISPLAY "FIRST NUMBER:  " KAUD-FIRST-NUMBER
007100             DISPLAY "SECOND NUMBER: " KAUD-SECOND-NUMBER
007200             DISPLAY "THE RESULT:    " KAUD-THE-RESULT
007250             PERFORM SHOW-REVERSAL-LINKS
007300     END-READ.
007305
007310* A register that could not be opened (never loaded, or
007315* unavailable) just means the "reversed by" line is omitted.
007320 SHOW-REVERSAL-LINKS.
007325     IF KAUD-REV-KEY NUMERIC AND KAUD-REV-KEY NOT = ZERO
007330         DISPLAY "REVERSAL OF:   " KAUD-REV-RUN-DATE "/"
007335             KAUD-REV-CYCLE-NO "/" KAUD-REV-SEQ-NO
007340     END-IF.
007345     IF REVREG-OPEN
007350         MOVE KAUD-KEY TO RVG-ORIG-KEY
007355         READ REVERSAL-REGISTER
007360             INVALID KEY
007365                 CONTINUE
007370             NOT INVALID KEY
007375                 DISPLAY "REVERSED BY:   " RVG-REV-RUN-DATE "/"
007380                     RVG-REV-CYCLE-NO "/" RVG-REV-SEQ-NO
007385                     " RUN " RVG-REV-RUN-ID
007390         END-READ
007395     END-IF.
007400
