000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06ms.
000300
000400* Morning operations summary, run at the end of the nightly
000500* chain so the shift handover is one document instead of the
000600* job log plus six reports.  For every run date in the range
000700* it prints one page: the night's status, its red flags and
000800* warnings sorted to the top, the chain's status per cycle,
000900* the bulletins that were in force, and the pending-approval,
001000* unrepaired-reject and finance-acknowledgment position.  It
001100* reads what the chain already leaves behind:
001200*   - the run ledger (RUNLEDGR): each cycle's starts and
001300*     landings, a completed cycle started again (a forced
001400*     rerun), and the batch window from the first start to the
001500*     last chain step that wrote its totals;
001600*   - the chain-totals dataset (CHAINTOT): the rejected,
001700*     excepted and suspended counts, ADD06XR's posted and
001800*     refused exceptions, ADD06VG's gate verdict (passed,
001900*     released by the VGPARM override, or held) and ADD06LD's
002000*     load -- the same figures the control and disposition
002100*     reports print;
002200*   - the control report (CTLRPT): balance status, return
002300*     code, batches set aside, missing sources and restarts;
002400*   - the balancing sheet (CHAINRPT), the batch-window report
002500*     (BWRPT), the latest reject aging report (AGERPT) and the
002600*     latest finance reconciliation (RECONRPT);
002700*   - the bulletin file (MOTDFILE) HELLO04 reads, for holds,
002800*     and the pending-approval queue (PENDFILE).
002900* A report that is missing is noted on the page, never fatal.
003000* The same items go to a fixed-format alert file (ALERTFIL,
003100* alertrec.cpy) for the scheduler.  MSPARM may carry a from
003200* and a to run date (columns 1-8 and 9-16); with no card the
003300* range is yesterday and today.  Dates with nothing recorded
003400* are not printed, unless nothing at all is recorded for the
003500* range.  The step ends with condition code 8 when any page
003600* has a red flag, 4 when there are only warnings, and 12 when
003700* the card cannot be used.
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARM-FILE ASSIGN TO "MSPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARM-STATUS.
004500
004600     SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-LEDGER-STATUS.
004900
005000     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CHAIN-STATUS.
005300
005400     SELECT CONTROL-FILE ASSIGN TO "CTLRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CONTROL-STATUS.
005700
005800     SELECT SHEET-FILE ASSIGN TO "CHAINRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SHEET-STATUS.
006100
006200     SELECT WINDOW-FILE ASSIGN TO "BWRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-WINDOW-STATUS.
006500
006600     SELECT AGING-FILE ASSIGN TO "AGERPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-AGING-STATUS.
006900
007000     SELECT RECON-FILE ASSIGN TO "RECONRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RECON-STATUS.
007300
007400     SELECT MOTD-FILE ASSIGN TO "MOTDFILE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MOTD-STATUS.
007700
007800     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-PEND-STATUS.
008100
008200     SELECT REPORT-FILE ASSIGN TO "MSRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-REPORT-STATUS.
008500
008600     SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-ALERT-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARM-FILE.
009300 01  PARM-RECORD.
009400     05 PRM-FROM-DATE       PIC X(8).
009500     05 PRM-TO-DATE         PIC X(8).
009600
009700 FD  LEDGER-FILE.
009800     COPY "ledgrec.cpy".
009900
010000 FD  CHAIN-TOTAL-FILE.
010100     COPY "chaintot.cpy".
010200
010300* The printed reports are read back a line at a time and
010400* recognized by the labels their programs print.
010500 FD  CONTROL-FILE.
010600 01  CONTROL-LINE          PIC X(100).
010700
010800 FD  SHEET-FILE.
010900 01  SHEET-LINE            PIC X(100).
011000
011100 FD  WINDOW-FILE.
011200 01  WINDOW-LINE           PIC X(80).
011300
011400 FD  AGING-FILE.
011500 01  AGING-LINE            PIC X(100).
011600
011700 FD  RECON-FILE.
011800 01  RECON-LINE            PIC X(80).
011900
012000 FD  MOTD-FILE.
012100     COPY "bltrec.cpy".
012200
012300 FD  PENDING-FILE.
012400     COPY "corrrec.cpy".
012500
012600 FD  REPORT-FILE.
012700 01  REPORT-RECORD         PIC X(100).
012800
012900 FD  ALERT-FILE.
013000     COPY "alertrec.cpy".
013100
013200 WORKING-STORAGE SECTION.
013300 01 WS-PARM-STATUS       PIC XX          VALUE "00".
013400 01 WS-LEDGER-STATUS     PIC XX          VALUE "00".
013500 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
013600 01 WS-CONTROL-STATUS    PIC XX          VALUE "00".
013700 01 WS-SHEET-STATUS      PIC XX          VALUE "00".
013800 01 WS-WINDOW-STATUS     PIC XX          VALUE "00".
013900 01 WS-AGING-STATUS      PIC XX          VALUE "00".
014000 01 WS-RECON-STATUS      PIC XX          VALUE "00".
014100 01 WS-MOTD-STATUS       PIC XX          VALUE "00".
014200 01 WS-PEND-STATUS       PIC XX          VALUE "00".
014300 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
014400 01 WS-ALERT-STATUS      PIC XX          VALUE "00".
014500 01 WS-EOF-SWITCH        PIC X           VALUE "N".
014600    88 END-OF-FILE                       VALUE "Y".
014700 01 WS-PARM-SWITCH       PIC X           VALUE "Y".
014800    88 PARM-IS-GOOD                      VALUE "Y".
014900 01 WS-RUN-RC            PIC 99          VALUE ZERO.
015000 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
015100 01 WS-TODAY             PIC 9(8)        VALUE ZERO.
015200
015300* The range, and the date being summarized.
015400 01 WS-FROM-DATE         PIC 9(8)        VALUE ZERO.
015500 01 WS-TO-DATE           PIC 9(8)        VALUE ZERO.
015600 01 WS-FROM-INT          PIC S9(9) COMP  VALUE ZERO.
015700 01 WS-TO-INT            PIC S9(9) COMP  VALUE ZERO.
015800 01 WS-DAY-INT           PIC S9(9) COMP  VALUE ZERO.
015900 01 WS-PAGE-DATE         PIC 9(8)        VALUE ZERO.
016000 01 WS-LAST-PAGE-DATE    PIC 9(8)        VALUE ZERO.
016100 01 WS-PAGE-COUNT        PIC 9(4)        VALUE ZERO.
016200 01 WS-ACTIVE-SWITCH     PIC X           VALUE "N".
016300    88 DATE-HAS-ACTIVITY                 VALUE "Y".
016400
016500* One slot per run date and cycle inside the range, filled from
016600* every source that mentions the pair.  A rerun of ADD06 opens
016700* a new chain-totals set and a new control-report block, so the
016800* slot always shows the latest attempt; the ledger counts keep
016900* every attempt so reruns and dead runs still show.  Room for
016950* ten cycles a day over the longest range the card allows.
017000 01 WS-CYC-MAX           PIC 9(3)        VALUE 310.
017100 01 WS-CYC-USED          PIC 9(3)        VALUE ZERO.
017200 01 WS-CYC-SUB           PIC 9(3)        VALUE ZERO.
017300 01 WS-CYC-FOUND-SUB     PIC 9(3)        VALUE ZERO.
017400 01 WS-CYC-DROPPED       PIC 9(6)        VALUE ZERO.
017500 01 WS-CYC-TABLE.
017600    05 WS-CYC-ENTRY OCCURS 310 TIMES.
017700       10 WS-CYC-DATE       PIC 9(8).
017800       10 WS-CYC-CYCLE      PIC 9(2).
017900       10 WS-CYC-START-CNT  PIC 9(4).
018000       10 WS-CYC-LAND-CNT   PIC 9(4).
018100       10 WS-CYC-FORCED-CNT PIC 9(4).
018200       10 WS-CYC-EVER-COMP  PIC X.
018300       10 WS-CYC-LAST-STAT  PIC X(8).
018400       10 WS-CYC-FIRST-ID   PIC X(14).
018500       10 WS-CYC-LAST-ID    PIC X(14).
018600       10 WS-CYC-RECORDS    PIC 9(6).
018700       10 WS-CYC-TOTALS     PIC X.
018800       10 WS-CYC-REJECTED   PIC 9(9).
018900       10 WS-CYC-EXCEPTED   PIC 9(9).
019000       10 WS-CYC-SUSPENDED  PIC 9(9).
019100       10 WS-CYC-XR-POSTED  PIC 9(9).
019200       10 WS-CYC-XR-REFUSED PIC 9(9).
019300       10 WS-CYC-GATE       PIC X(12).
019400       10 WS-CYC-LOADED-SW  PIC X.
019500       10 WS-CYC-LOADED     PIC 9(9).
019600       10 WS-CYC-NOT-LOADED PIC 9(9).
019700       10 WS-CYC-LD-REFUSED PIC 9(9).
019800       10 WS-CYC-CTL-SEEN   PIC X.
019900       10 WS-CYC-CTL-OUT    PIC X.
020000       10 WS-CYC-CTL-RC     PIC X(2).
020100       10 WS-CYC-CTL-RESUME PIC X.
020200       10 WS-CYC-SET-ASIDE  PIC X(4).
020300       10 WS-CYC-SA-RECS    PIC X(6).
020400       10 WS-CYC-MISSING    PIC X(4).
020500       10 WS-CYC-PROOF      PIC X.
020600       10 WS-CYC-OVER-BW    PIC X.
020700
020800 01 WS-WORK-DATE         PIC 9(8)        VALUE ZERO.
020900 01 WS-WORK-CYCLE        PIC 9(2)        VALUE ZERO.
021000 01 WS-LGR-DROPPED       PIC 9(6)        VALUE ZERO.
021100
021200* The chain-totals set being read: like the chain proof, every
021300* entry after an ADD06 trailer belongs to that ADD06 run, even
021400* when a later step finishes past midnight.
021500 01 WS-SET-SUB           PIC 9(3)        VALUE ZERO.
021600 01 WS-CTL-SUB           PIC 9(3)        VALUE ZERO.
021700 01 WS-SHEET-SUB         PIC 9(3)        VALUE ZERO.
021800 01 WS-WINDOW-SUB        PIC 9(3)        VALUE ZERO.
021900 01 WS-CTL-RUN-DATE      PIC X(8)        VALUE SPACES.
022000
022100* Every bulletin on file; those active on a page's date print.
022200 01 WS-BLT-MAX           PIC 9(3)        VALUE 100.
022300 01 WS-BLT-USED          PIC 9(3)        VALUE ZERO.
022400 01 WS-BLT-SUB           PIC 9(3)        VALUE ZERO.
022500 01 WS-BLT-BAD           PIC 9(4)        VALUE ZERO.
022600 01 WS-BLT-TABLE.
022700    05 WS-BLT-ENTRY OCCURS 100 TIMES.
022800       10 WS-BLT-FROM       PIC 9(8).
022900       10 WS-BLT-TO         PIC 9(8).
023000       10 WS-BLT-SEVERITY   PIC X.
023100       10 WS-BLT-TEXT       PIC X(72).
023200
023300* Position as of this morning, the same on every page.
023400 01 WS-PENDING-COUNT     PIC 9(6)        VALUE ZERO.
023500 01 WS-AGING-SWITCH      PIC X           VALUE "N".
023600    88 AGING-SEEN                        VALUE "Y".
023700 01 WS-AGING-TEXT        PIC X(80)       VALUE SPACES.
023800 01 WS-UNREPAIRED        PIC X(6)        VALUE SPACES.
023900 01 WS-RECON-SWITCH      PIC X           VALUE "N".
024000    88 RECON-SEEN                        VALUE "Y".
024100 01 WS-RECON-TEXT        PIC X(60)       VALUE SPACES.
024200 01 WS-RECON-SENT        PIC X(6)        VALUE SPACES.
024300
024400* The page's flags, gathered before anything prints so that
024500* red flags can go first.
024600 01 WS-FLG-MAX           PIC 9(2)        VALUE 80.
024700 01 WS-FLG-USED          PIC 9(2)        VALUE ZERO.
024800 01 WS-FLG-SUB           PIC 9(2)        VALUE ZERO.
024900 01 WS-FLG-DROPPED       PIC 9(4)        VALUE ZERO.
025000 01 WS-FLG-RED-COUNT     PIC 9(4)        VALUE ZERO.
025100 01 WS-FLG-WARN-COUNT    PIC 9(4)        VALUE ZERO.
025200 01 WS-FLG-TABLE.
025300    05 WS-FLG-ENTRY OCCURS 80 TIMES.
025400       10 WS-FLG-SEVERITY   PIC X(4).
025500       10 WS-FLG-CYCLE      PIC 9(2).
025600       10 WS-FLG-SOURCE     PIC X(8).
025700       10 WS-FLG-CODE       PIC X(12).
025800       10 WS-FLG-TEXT       PIC X(60).
025900 01 WS-NEW-SEVERITY      PIC X(4)        VALUE SPACES.
026000 01 WS-NEW-CYCLE         PIC 9(2)        VALUE ZERO.
026100 01 WS-NEW-SOURCE        PIC X(8)        VALUE SPACES.
026200 01 WS-NEW-CODE          PIC X(12)       VALUE SPACES.
026300 01 WS-NEW-TEXT          PIC X(60)       VALUE SPACES.
026400 01 WS-PRINT-SEVERITY    PIC X(4)        VALUE SPACES.
026500 01 WS-NIGHT-STATUS      PIC X(4)        VALUE SPACES.
026600 01 WS-ANY-RED-SWITCH    PIC X           VALUE "N".
026700    88 ANY-RED-FLAG                      VALUE "Y".
026800 01 WS-ANY-WARN-SWITCH   PIC X           VALUE "N".
026900    88 ANY-WARNING                       VALUE "Y".
027000
027100* Batch window arithmetic, the same way ADD06BW times a run.
027200 01 WS-STAMP.
027300    05 WS-STAMP-DATE     PIC 9(8).
027400    05 WS-STAMP-HH       PIC 9(2).
027500    05 WS-STAMP-MM       PIC 9(2).
027600    05 WS-STAMP-SS       PIC 9(2).
027700 01 WS-START-INT         PIC S9(9) COMP  VALUE ZERO.
027800 01 WS-START-MINS        PIC S9(9) COMP  VALUE ZERO.
027900 01 WS-END-INT           PIC S9(9) COMP  VALUE ZERO.
028000 01 WS-END-MINS          PIC S9(9) COMP  VALUE ZERO.
028100 01 WS-ELAPSED-MINS      PIC S9(7)       VALUE ZERO
028200                         SIGN LEADING SEPARATE.
028300 01 WS-PROOF-TEXT        PIC X(10)       VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600
028700 PROGRAM-BEGIN.
028800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
028900     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
029000
029100     PERFORM READ-SUMMARY-PARAMETERS.
029200     IF NOT PARM-IS-GOOD
029300         MOVE 12 TO WS-RUN-RC
029400     ELSE
029500         PERFORM LOAD-THE-LEDGER
029600         PERFORM LOAD-THE-CHAIN-TOTALS
029700         PERFORM SCAN-THE-CONTROL-REPORT
029800         PERFORM SCAN-THE-BALANCING-SHEET
029900         PERFORM SCAN-THE-WINDOW-REPORT
030000         PERFORM SCAN-THE-AGING-REPORT
030100         PERFORM SCAN-THE-RECON-REPORT
030200         PERFORM LOAD-THE-BULLETINS
030300         PERFORM COUNT-PENDING-APPROVALS
030400         PERFORM WRITE-THE-SUMMARY
030500     END-IF.
030600
030700     IF WS-RUN-RC > ZERO
030800         MOVE WS-RUN-RC TO RETURN-CODE
030900     END-IF.
031000
031100 PROGRAM-DONE.
031200     STOP RUN.
031300
031400* No card, or a blank one, summarizes yesterday and today.
031500 READ-SUMMARY-PARAMETERS.
031600     COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
031700     COMPUTE WS-FROM-INT = WS-TO-INT - 1.
031800     OPEN INPUT PARM-FILE.
031900     IF WS-PARM-STATUS = "00"
032000         READ PARM-FILE
032100             AT END
032200                 CONTINUE
032300             NOT AT END
032400                 PERFORM CHECK-PARAMETER-CARD
032500         END-READ
032600         CLOSE PARM-FILE
032700     END-IF.
032800     IF PARM-IS-GOOD
032900         COMPUTE WS-FROM-DATE =
033000             FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
033100         COMPUTE WS-TO-DATE =
033200             FUNCTION DATE-OF-INTEGER(WS-TO-INT)
033300     END-IF.
033400
033500 CHECK-PARAMETER-CARD.
033550     IF PRM-FROM-DATE NOT = SPACES
033600        OR PRM-TO-DATE NOT = SPACES
033650         PERFORM CHECK-PARAMETER-DATES
033700     END-IF.
033750
033800 CHECK-PARAMETER-DATES.
033850     MOVE PRM-FROM-DATE TO WS-FROM-DATE.
033900     MOVE PRM-TO-DATE   TO WS-TO-DATE.
033950     IF PRM-FROM-DATE NOT NUMERIC
034000        OR PRM-TO-DATE NOT NUMERIC
034050         DISPLAY "ERROR: MSPARM DATES MUST BE NUMERIC "
034100             "YYYYMMDD: " PARM-RECORD
034150         MOVE "N" TO WS-PARM-SWITCH
034200     ELSE
034250     IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
034300        OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = ZERO
034350         DISPLAY "ERROR: MSPARM DATE IS NOT A CALENDAR DATE: "
034400             PARM-RECORD
034450         MOVE "N" TO WS-PARM-SWITCH
034500     ELSE
034550     IF WS-FROM-DATE > WS-TO-DATE
034600         DISPLAY "ERROR: MSPARM FROM DATE AFTER TO DATE"
034650         MOVE "N" TO WS-PARM-SWITCH
034700     ELSE
034750         COMPUTE WS-FROM-INT =
034800             FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
034850         COMPUTE WS-TO-INT =
034900             FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
034950         IF WS-TO-INT - WS-FROM-INT > 30
035000             DISPLAY "ERROR: MSPARM RANGE OVER 31 DAYS"
035050             MOVE "N" TO WS-PARM-SWITCH
035100         END-IF
035150     END-IF
035200     END-IF
035250     END-IF.
036800
036900* Locates (or creates) the slot for WS-WORK-DATE plus
037000* WS-WORK-CYCLE, leaving its subscript in WS-CYC-FOUND-SUB --
037100* zero for a date outside the range or a full table.
037200 FIND-CYCLE-SLOT.
037300     MOVE ZERO TO WS-CYC-FOUND-SUB.
037400     IF WS-WORK-DATE NOT < WS-FROM-DATE
037500        AND WS-WORK-DATE NOT > WS-TO-DATE
037600         PERFORM CHECK-CYCLE-ENTRY
037700             VARYING WS-CYC-SUB FROM 1 BY 1
037800             UNTIL WS-CYC-SUB > WS-CYC-USED
037900         IF WS-CYC-FOUND-SUB = ZERO
038000             IF WS-CYC-USED < WS-CYC-MAX
038100                 ADD 1 TO WS-CYC-USED
038200                 MOVE WS-CYC-USED TO WS-CYC-FOUND-SUB
038300                 PERFORM CLEAR-CYCLE-SLOT
038400             ELSE
038500                 ADD 1 TO WS-CYC-DROPPED
038600             END-IF
038700         END-IF
038800     END-IF.
038900
039000 CHECK-CYCLE-ENTRY.
039100     IF WS-CYC-DATE(WS-CYC-SUB) = WS-WORK-DATE
039200        AND WS-CYC-CYCLE(WS-CYC-SUB) = WS-WORK-CYCLE
039300         MOVE WS-CYC-SUB TO WS-CYC-FOUND-SUB
039400     END-IF.
039500
039600 CLEAR-CYCLE-SLOT.
039700     MOVE WS-WORK-DATE  TO WS-CYC-DATE(WS-CYC-FOUND-SUB).
039800     MOVE WS-WORK-CYCLE TO WS-CYC-CYCLE(WS-CYC-FOUND-SUB).
039900     MOVE ZERO   TO WS-CYC-START-CNT(WS-CYC-FOUND-SUB).
040000     MOVE ZERO   TO WS-CYC-LAND-CNT(WS-CYC-FOUND-SUB).
040100     MOVE ZERO   TO WS-CYC-FORCED-CNT(WS-CYC-FOUND-SUB).
040200     MOVE "N"    TO WS-CYC-EVER-COMP(WS-CYC-FOUND-SUB).
040300     MOVE SPACES TO WS-CYC-LAST-STAT(WS-CYC-FOUND-SUB).
040400     MOVE SPACES TO WS-CYC-FIRST-ID(WS-CYC-FOUND-SUB).
040500     MOVE SPACES TO WS-CYC-LAST-ID(WS-CYC-FOUND-SUB).
040600     MOVE ZERO   TO WS-CYC-RECORDS(WS-CYC-FOUND-SUB).
040700     MOVE "N"    TO WS-CYC-CTL-SEEN(WS-CYC-FOUND-SUB).
040800     MOVE SPACES TO WS-CYC-PROOF(WS-CYC-FOUND-SUB).
040900     MOVE "N"    TO WS-CYC-OVER-BW(WS-CYC-FOUND-SUB).
041000     PERFORM CLEAR-SLOT-TOTALS.
041100     PERFORM CLEAR-SLOT-CONTROL.
041200
041300 CLEAR-SLOT-TOTALS.
041400     MOVE "N"    TO WS-CYC-TOTALS(WS-CYC-FOUND-SUB).
041500     MOVE ZERO   TO WS-CYC-REJECTED(WS-CYC-FOUND-SUB).
041600     MOVE ZERO   TO WS-CYC-EXCEPTED(WS-CYC-FOUND-SUB).
041700     MOVE ZERO   TO WS-CYC-SUSPENDED(WS-CYC-FOUND-SUB).
041800     MOVE ZERO   TO WS-CYC-XR-POSTED(WS-CYC-FOUND-SUB).
041900     MOVE ZERO   TO WS-CYC-XR-REFUSED(WS-CYC-FOUND-SUB).
042000     MOVE SPACES TO WS-CYC-GATE(WS-CYC-FOUND-SUB).
042100     MOVE "N"    TO WS-CYC-LOADED-SW(WS-CYC-FOUND-SUB).
042200     MOVE ZERO   TO WS-CYC-LOADED(WS-CYC-FOUND-SUB).
042300     MOVE ZERO   TO WS-CYC-NOT-LOADED(WS-CYC-FOUND-SUB).
042400     MOVE ZERO   TO WS-CYC-LD-REFUSED(WS-CYC-FOUND-SUB).
042500
042600 CLEAR-SLOT-CONTROL.
042700     MOVE "N"    TO WS-CYC-CTL-OUT(WS-CYC-FOUND-SUB).
042800     MOVE SPACES TO WS-CYC-CTL-RC(WS-CYC-FOUND-SUB).
042900     MOVE "N"    TO WS-CYC-CTL-RESUME(WS-CYC-FOUND-SUB).
043000     MOVE SPACES TO WS-CYC-SET-ASIDE(WS-CYC-FOUND-SUB).
043100     MOVE SPACES TO WS-CYC-SA-RECS(WS-CYC-FOUND-SUB).
043200     MOVE SPACES TO WS-CYC-MISSING(WS-CYC-FOUND-SUB).
043300
043400* Keeps the latest timestamp seen for the slot, which ends its
043500* batch window.
043600 TAKE-LAST-ID.
043700     IF WS-STAMP > WS-CYC-LAST-ID(WS-CYC-FOUND-SUB)
043800        OR WS-CYC-LAST-ID(WS-CYC-FOUND-SUB) = SPACES
043900         MOVE WS-STAMP TO WS-CYC-LAST-ID(WS-CYC-FOUND-SUB)
044000     END-IF.
044100
044200 LOAD-THE-LEDGER.
044300     MOVE "N" TO WS-EOF-SWITCH.
044400     OPEN INPUT LEDGER-FILE.
044500     IF WS-LEDGER-STATUS NOT = "00"
044600         DISPLAY "WARNING: RUN LEDGER NOT AVAILABLE, STATUS="
044700             WS-LEDGER-STATUS
044800         SET END-OF-FILE TO TRUE
044900     END-IF.
045000     PERFORM UNTIL END-OF-FILE
045100         READ LEDGER-FILE
045200             AT END
045300                 SET END-OF-FILE TO TRUE
045400             NOT AT END
045500                 PERFORM TAKE-ONE-LEDGER-ENTRY
045600         END-READ
045700     END-PERFORM.
045800     IF WS-LEDGER-STATUS = "00" OR "10"
045900         CLOSE LEDGER-FILE
046000     END-IF.
046100
046200* Entries written before the cycle-number conversion carry
046300* text under LGR-CYCLE-NO and are passed over; one that cannot
046350* be read and may fall inside the range is counted and flagged
046370* rather than guessed at.  A STARTED entry for a cycle that
046400* already landed COMPLETE can only be a rerun forced by the
046500* ops parameter card.
046600 TAKE-ONE-LEDGER-ENTRY.
046700     IF LGR-RUN-DATE NOT NUMERIC
046800        OR LGR-CYCLE-NO NOT NUMERIC
046900        OR LGR-RUN-ID NOT NUMERIC
046910         IF LGR-RUN-DATE NOT NUMERIC
046920             ADD 1 TO WS-LGR-DROPPED
046930         ELSE
046940         IF LGR-RUN-DATE NOT < WS-FROM-DATE
046950            AND LGR-RUN-DATE NOT > WS-TO-DATE
047000             ADD 1 TO WS-LGR-DROPPED
047010         END-IF
047020         END-IF
047100     ELSE
047200         MOVE LGR-RUN-DATE TO WS-WORK-DATE
047300         MOVE LGR-CYCLE-NO TO WS-WORK-CYCLE
047400         PERFORM FIND-CYCLE-SLOT
047500         IF WS-CYC-FOUND-SUB > ZERO
047600             PERFORM POST-ONE-LEDGER-ENTRY
047700         END-IF
047800     END-IF.
047900
048000 POST-ONE-LEDGER-ENTRY.
048100     MOVE LGR-RUN-ID TO WS-STAMP.
048200     IF LGR-RUN-STARTED
048300         ADD 1 TO WS-CYC-START-CNT(WS-CYC-FOUND-SUB)
048400         IF WS-CYC-EVER-COMP(WS-CYC-FOUND-SUB) = "Y"
048500             ADD 1 TO WS-CYC-FORCED-CNT(WS-CYC-FOUND-SUB)
048600         END-IF
048700         IF WS-CYC-FIRST-ID(WS-CYC-FOUND-SUB) = SPACES
048800             MOVE LGR-RUN-ID TO WS-CYC-FIRST-ID(WS-CYC-FOUND-SUB)
048900         END-IF
049000     ELSE
049100         ADD 1 TO WS-CYC-LAND-CNT(WS-CYC-FOUND-SUB)
049200         MOVE LGR-STATUS TO WS-CYC-LAST-STAT(WS-CYC-FOUND-SUB)
049300         MOVE LGR-REC-COUNT TO WS-CYC-RECORDS(WS-CYC-FOUND-SUB)
049400         IF LGR-RUN-COMPLETE
049500             MOVE "Y" TO WS-CYC-EVER-COMP(WS-CYC-FOUND-SUB)
049600         END-IF
049700     END-IF.
049800     PERFORM TAKE-LAST-ID.
049900
050000 LOAD-THE-CHAIN-TOTALS.
050100     MOVE "N" TO WS-EOF-SWITCH.
050200     MOVE ZERO TO WS-SET-SUB.
050300     OPEN INPUT CHAIN-TOTAL-FILE.
050400     IF WS-CHAIN-STATUS NOT = "00"
050500         DISPLAY "WARNING: CHAIN TOTALS NOT AVAILABLE, STATUS="
050600             WS-CHAIN-STATUS
050700         SET END-OF-FILE TO TRUE
050800     END-IF.
050900     PERFORM UNTIL END-OF-FILE
051000         READ CHAIN-TOTAL-FILE
051100             AT END
051200                 SET END-OF-FILE TO TRUE
051300             NOT AT END
051400                 PERFORM TAKE-ONE-TOTAL
051500         END-READ
051600     END-PERFORM.
051700     IF WS-CHAIN-STATUS = "00" OR "10"
051800         CLOSE CHAIN-TOTAL-FILE
051900     END-IF.
052000
052100 TAKE-ONE-TOTAL.
052200     IF CTT-STEP = "ADD06" AND CTT-TOTAL-ID = "TRAILER"
052300         MOVE CTT-RUN-DATE TO WS-WORK-DATE
052400         MOVE CTT-CYCLE-NO TO WS-WORK-CYCLE
052500         PERFORM FIND-CYCLE-SLOT
052600         MOVE WS-CYC-FOUND-SUB TO WS-SET-SUB
052700         IF WS-SET-SUB > ZERO
052800             PERFORM CLEAR-SLOT-TOTALS
052900             MOVE "Y" TO WS-CYC-TOTALS(WS-SET-SUB)
053000         END-IF
053100     END-IF.
053200     IF WS-SET-SUB > ZERO
053300         MOVE WS-SET-SUB TO WS-CYC-FOUND-SUB
053400         MOVE CTT-RUN-ID TO WS-STAMP
053500         PERFORM TAKE-LAST-ID
053600         PERFORM POST-ONE-TOTAL
053700     END-IF.
053800
053900 POST-ONE-TOTAL.
054000     EVALUATE CTT-STEP ALSO CTT-TOTAL-ID
054100         WHEN "ADD06" ALSO "REJECTED"
054200             MOVE CTT-COUNT TO WS-CYC-REJECTED(WS-SET-SUB)
054300         WHEN "ADD06" ALSO "EXCEPTED"
054400             MOVE CTT-COUNT TO WS-CYC-EXCEPTED(WS-SET-SUB)
054500         WHEN "ADD06" ALSO "SUSPENDED"
054600             MOVE CTT-COUNT TO WS-CYC-SUSPENDED(WS-SET-SUB)
054700         WHEN "ADD06XR" ALSO "POSTED"
054800             MOVE CTT-COUNT TO WS-CYC-XR-POSTED(WS-SET-SUB)
054900         WHEN "ADD06XR" ALSO "LOCK REFUSED"
055000             MOVE CTT-COUNT TO WS-CYC-XR-REFUSED(WS-SET-SUB)
055100         WHEN "ADD06VG" ALSO "GATE PASSED"
055200         WHEN "ADD06VG" ALSO "GATE RELEASE"
055300         WHEN "ADD06VG" ALSO "GATE HELD"
055400             MOVE CTT-TOTAL-ID TO WS-CYC-GATE(WS-SET-SUB)
055500         WHEN "ADD06LD" ALSO "LOADED"
055600             MOVE "Y" TO WS-CYC-LOADED-SW(WS-SET-SUB)
055700             MOVE CTT-COUNT TO WS-CYC-LOADED(WS-SET-SUB)
055800         WHEN "ADD06LD" ALSO "NOT LOADED"
055900             MOVE CTT-COUNT TO WS-CYC-NOT-LOADED(WS-SET-SUB)
056000         WHEN "ADD06LD" ALSO "LOCK REFUSED"
056100             MOVE CTT-COUNT TO WS-CYC-LD-REFUSED(WS-SET-SUB)
056200         WHEN OTHER
056300             CONTINUE
056400     END-EVALUATE.
056500
056600* Each ADD06 run appends a block that opens with its run date
056700* and cycle number; the lines after it belong to that run until
056800* the next block begins.
056900 SCAN-THE-CONTROL-REPORT.
057000     MOVE "N" TO WS-EOF-SWITCH.
057100     MOVE ZERO TO WS-CTL-SUB.
057200     OPEN INPUT CONTROL-FILE.
057300     IF WS-CONTROL-STATUS NOT = "00"
057400         DISPLAY "WARNING: CTLRPT NOT AVAILABLE, STATUS="
057500             WS-CONTROL-STATUS
057600         SET END-OF-FILE TO TRUE
057700     END-IF.
057800     PERFORM UNTIL END-OF-FILE
057900         READ CONTROL-FILE
058000             AT END
058100                 SET END-OF-FILE TO TRUE
058200             NOT AT END
058300                 PERFORM TAKE-ONE-CONTROL-LINE
058400         END-READ
058500     END-PERFORM.
058600     IF WS-CONTROL-STATUS = "00" OR "10"
058700         CLOSE CONTROL-FILE
058800     END-IF.
058900
059000 TAKE-ONE-CONTROL-LINE.
059100     EVALUATE CONTROL-LINE(1:16)
059200         WHEN "RUN DATE:       "
059300             MOVE CONTROL-LINE(17:8) TO WS-CTL-RUN-DATE
059400             MOVE ZERO TO WS-CTL-SUB
059500         WHEN "CYCLE NUMBER:   "
059600             MOVE ZERO TO WS-CTL-SUB
059700             IF WS-CTL-RUN-DATE NUMERIC
059800                AND CONTROL-LINE(17:2) NUMERIC
059900                 MOVE WS-CTL-RUN-DATE     TO WS-WORK-DATE
060000                 MOVE CONTROL-LINE(17:2)  TO WS-WORK-CYCLE
060100                 PERFORM FIND-CYCLE-SLOT
060200                 MOVE WS-CYC-FOUND-SUB TO WS-CTL-SUB
060300                 IF WS-CTL-SUB > ZERO
060400                     PERFORM CLEAR-SLOT-CONTROL
060500                     MOVE "Y" TO WS-CYC-CTL-SEEN(WS-CTL-SUB)
060600                 END-IF
060700             END-IF
060800         WHEN OTHER
060900             IF WS-CTL-SUB > ZERO
061000                 PERFORM TAKE-ONE-CONTROL-FIGURE
061100             END-IF
061200     END-EVALUATE.
061300
061400 TAKE-ONE-CONTROL-FIGURE.
061500     EVALUATE CONTROL-LINE(1:16)
061600         WHEN "RUN TYPE:       "
061700             IF CONTROL-LINE(17:7) = "RESUMED"
061800                 MOVE "Y" TO WS-CYC-CTL-RESUME(WS-CTL-SUB)
061900             END-IF
062000         WHEN "BATCHES:        "
062100             MOVE CONTROL-LINE(31:4)
062200                 TO WS-CYC-SET-ASIDE(WS-CTL-SUB)
062300         WHEN "SET ASIDE RECS: "
062400             MOVE CONTROL-LINE(17:6) TO WS-CYC-SA-RECS(WS-CTL-SUB)
062500         WHEN "MISSING SOURCES:"
062600             MOVE CONTROL-LINE(17:4) TO WS-CYC-MISSING(WS-CTL-SUB)
062700         WHEN "RETURN CODE:    "
062800             MOVE CONTROL-LINE(17:2) TO WS-CYC-CTL-RC(WS-CTL-SUB)
062900         WHEN "BALANCE STATUS: "
063000             IF CONTROL-LINE(17:3) = "***"
063100                 MOVE "Y" TO WS-CYC-CTL-OUT(WS-CTL-SUB)
063200             END-IF
063300         WHEN OTHER
063400             CONTINUE
063500     END-EVALUATE.
063600
063700* Each balancing sheet names its run date and cycle, then ends
063800* with its verdict.
063900 SCAN-THE-BALANCING-SHEET.
064000     MOVE "N" TO WS-EOF-SWITCH.
064100     MOVE ZERO TO WS-SHEET-SUB.
064200     OPEN INPUT SHEET-FILE.
064300     IF WS-SHEET-STATUS NOT = "00"
064400         DISPLAY "WARNING: CHAINRPT NOT AVAILABLE, STATUS="
064500             WS-SHEET-STATUS
064600         SET END-OF-FILE TO TRUE
064700     END-IF.
064800     PERFORM UNTIL END-OF-FILE
064900         READ SHEET-FILE
065000             AT END
065100                 SET END-OF-FILE TO TRUE
065200             NOT AT END
065300                 PERFORM TAKE-ONE-SHEET-LINE
065400         END-READ
065500     END-PERFORM.
065600     IF WS-SHEET-STATUS = "00" OR "10"
065700         CLOSE SHEET-FILE
065800     END-IF.
065900
066000 TAKE-ONE-SHEET-LINE.
066100     IF SHEET-LINE(1:9) = "RUN DATE "
066200         MOVE ZERO TO WS-SHEET-SUB
066300         IF SHEET-LINE(10:8) NUMERIC
066400            AND SHEET-LINE(26:2) NUMERIC
066500             MOVE SHEET-LINE(10:8) TO WS-WORK-DATE
066600             MOVE SHEET-LINE(26:2) TO WS-WORK-CYCLE
066700             PERFORM FIND-CYCLE-SLOT
066800             MOVE WS-CYC-FOUND-SUB TO WS-SHEET-SUB
066900         END-IF
067000     ELSE
067100     IF WS-SHEET-SUB > ZERO
067200         IF SHEET-LINE(1:17) = "CHAIN IN BALANCE:"
067300             MOVE "B" TO WS-CYC-PROOF(WS-SHEET-SUB)
067400         END-IF
067500         IF SHEET-LINE(1:24) = "*** CHAIN OUT OF BALANCE"
067600             MOVE "X" TO WS-CYC-PROOF(WS-SHEET-SUB)
067700         END-IF
067800     END-IF
067900     END-IF.
068000
068100* Every ADD06BW run lists every run on the ledger, so the last
068200* listing of a date and cycle is the one that counts.
068300 SCAN-THE-WINDOW-REPORT.
068400     MOVE "N" TO WS-EOF-SWITCH.
068500     MOVE ZERO TO WS-WINDOW-SUB.
068600     OPEN INPUT WINDOW-FILE.
068700     IF WS-WINDOW-STATUS NOT = "00"
068800         DISPLAY "WARNING: BWRPT NOT AVAILABLE, STATUS="
068900             WS-WINDOW-STATUS
069000         SET END-OF-FILE TO TRUE
069100     END-IF.
069200     PERFORM UNTIL END-OF-FILE
069300         READ WINDOW-FILE
069400             AT END
069500                 SET END-OF-FILE TO TRUE
069600             NOT AT END
069700                 PERFORM TAKE-ONE-WINDOW-LINE
069800         END-READ
069900     END-PERFORM.
070000     IF WS-WINDOW-STATUS = "00" OR "10"
070100         CLOSE WINDOW-FILE
070200     END-IF.
070300
070400 TAKE-ONE-WINDOW-LINE.
070500     IF WINDOW-LINE(1:2) = SPACES
070600        AND WINDOW-LINE(3:8) NUMERIC
070700        AND WINDOW-LINE(11:1) = "/"
070800        AND WINDOW-LINE(12:2) NUMERIC
070900         MOVE WINDOW-LINE(3:8)  TO WS-WORK-DATE
071000         MOVE WINDOW-LINE(12:2) TO WS-WORK-CYCLE
071100         PERFORM FIND-CYCLE-SLOT
071200         MOVE WS-CYC-FOUND-SUB TO WS-WINDOW-SUB
071300         IF WS-WINDOW-SUB > ZERO
071400             MOVE "N" TO WS-CYC-OVER-BW(WS-WINDOW-SUB)
071500         END-IF
071600     ELSE
071700     IF WINDOW-LINE(1:25) = "    *** OVER THRESHOLD OF"
071800        AND WS-WINDOW-SUB > ZERO
071900         MOVE "Y" TO WS-CYC-OVER-BW(WS-WINDOW-SUB)
072000     END-IF
072100     END-IF.
072200
072300* The unrepaired count from the latest aging run.
072400 SCAN-THE-AGING-REPORT.
072500     MOVE "N" TO WS-EOF-SWITCH.
072600     OPEN INPUT AGING-FILE.
072700     IF WS-AGING-STATUS NOT = "00"
072800         DISPLAY "WARNING: AGERPT NOT AVAILABLE, STATUS="
072900             WS-AGING-STATUS
073000         SET END-OF-FILE TO TRUE
073100     END-IF.
073200     PERFORM UNTIL END-OF-FILE
073300         READ AGING-FILE
073400             AT END
073500                 SET END-OF-FILE TO TRUE
073600             NOT AT END
073700                 IF AGING-LINE(1:17) = "UNREPAIRED PAIRS:"
073800                     SET AGING-SEEN TO TRUE
073900                     MOVE AGING-LINE(1:80) TO WS-AGING-TEXT
074000                     MOVE AGING-LINE(20:6) TO WS-UNREPAIRED
074100                 END-IF
074200         END-READ
074300     END-PERFORM.
074400     IF WS-AGING-STATUS = "00" OR "10"
074500         CLOSE AGING-FILE
074600     END-IF.
074700
074800* The verdict and sent count from the latest reconciliation of
074900* finance's acknowledgment.
075000 SCAN-THE-RECON-REPORT.
075100     MOVE "N" TO WS-EOF-SWITCH.
075200     OPEN INPUT RECON-FILE.
075300     IF WS-RECON-STATUS NOT = "00"
075400         DISPLAY "WARNING: RECONRPT NOT AVAILABLE, STATUS="
075500             WS-RECON-STATUS
075600         SET END-OF-FILE TO TRUE
075700     END-IF.
075800     PERFORM UNTIL END-OF-FILE
075900         READ RECON-FILE
076000             AT END
076100                 SET END-OF-FILE TO TRUE
076200             NOT AT END
076300                 PERFORM TAKE-ONE-RECON-LINE
076400         END-READ
076500     END-PERFORM.
076600     IF WS-RECON-STATUS = "00" OR "10"
076700         CLOSE RECON-FILE
076800     END-IF.
076900
077000 TAKE-ONE-RECON-LINE.
077100     IF RECON-LINE(1:13) = "RECORDS SENT:"
077200         MOVE RECON-LINE(24:6) TO WS-RECON-SENT
077300     END-IF.
077400     IF RECON-LINE(1:22) = "RECONCILIATION STATUS:"
077500         SET RECON-SEEN TO TRUE
077600         MOVE RECON-LINE(24:57) TO WS-RECON-TEXT
077700     END-IF.
077800
077900* The same bulletin file HELLO04 reads.  Malformed bulletins are
078000* counted; HELLO04 has already reported them.
078100 LOAD-THE-BULLETINS.
078200     MOVE "N" TO WS-EOF-SWITCH.
078300     OPEN INPUT MOTD-FILE.
078400     IF WS-MOTD-STATUS NOT = "00"
078500         SET END-OF-FILE TO TRUE
078600     END-IF.
078700     PERFORM UNTIL END-OF-FILE
078800         READ MOTD-FILE
078900             AT END
079000                 SET END-OF-FILE TO TRUE
079100             NOT AT END
079200                 PERFORM TABLE-ONE-BULLETIN
079300         END-READ
079400     END-PERFORM.
079500     IF WS-MOTD-STATUS = "00" OR "10"
079600         CLOSE MOTD-FILE
079700     END-IF.
079800
079900 TABLE-ONE-BULLETIN.
080000     IF BLT-EFFECTIVE-FROM NOT NUMERIC
080100        OR BLT-EFFECTIVE-TO NOT NUMERIC
080200        OR NOT SEVERITY-IS-VALID
080300         ADD 1 TO WS-BLT-BAD
080400     ELSE
080500     IF WS-BLT-USED < WS-BLT-MAX
080600         ADD 1 TO WS-BLT-USED
080700         MOVE BLT-EFFECTIVE-FROM TO WS-BLT-FROM(WS-BLT-USED)
080800         MOVE BLT-EFFECTIVE-TO   TO WS-BLT-TO(WS-BLT-USED)
080900         MOVE BLT-SEVERITY       TO WS-BLT-SEVERITY(WS-BLT-USED)
081000         MOVE BLT-MESSAGE-TEXT   TO WS-BLT-TEXT(WS-BLT-USED)
081100     END-IF
081200     END-IF.
081300
081400 COUNT-PENDING-APPROVALS.
081500     MOVE "N" TO WS-EOF-SWITCH.
081600     OPEN INPUT PENDING-FILE.
081700     IF WS-PEND-STATUS NOT = "00"
081800         SET END-OF-FILE TO TRUE
081900     END-IF.
082000     PERFORM UNTIL END-OF-FILE
082100         READ PENDING-FILE
082200             AT END
082300                 SET END-OF-FILE TO TRUE
082400             NOT AT END
082500                 IF CORR-PENDING
082600                     ADD 1 TO WS-PENDING-COUNT
082700                 END-IF
082800         END-READ
082900     END-PERFORM.
083000     IF WS-PEND-STATUS = "00" OR "10"
083100         CLOSE PENDING-FILE
083200     END-IF.
083300
083400 WRITE-THE-SUMMARY.
083500     OPEN OUTPUT REPORT-FILE.
083600     IF WS-REPORT-STATUS NOT = "00"
083700         DISPLAY "WARNING: MSRPT OPEN FAILED, STATUS="
083800             WS-REPORT-STATUS
083900     END-IF.
084000     OPEN OUTPUT ALERT-FILE.
084100     IF WS-ALERT-STATUS NOT = "00"
084200         DISPLAY "WARNING: ALERTFIL OPEN FAILED, STATUS="
084300             WS-ALERT-STATUS
084400     END-IF.
084500
084600     PERFORM FIND-LAST-PAGE-DATE
084700         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
084800         UNTIL WS-DAY-INT > WS-TO-INT.
084900     IF WS-LAST-PAGE-DATE = ZERO
085000         MOVE WS-TO-DATE TO WS-LAST-PAGE-DATE
085100     END-IF.
085200
085300     PERFORM SUMMARIZE-ONE-DATE
085400         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
085500         UNTIL WS-DAY-INT > WS-TO-INT.
085600
085700     IF WS-REPORT-STATUS = "00"
085800         CLOSE REPORT-FILE
085900     END-IF.
086000     IF WS-ALERT-STATUS = "00"
086100         CLOSE ALERT-FILE
086200     END-IF.
086300
086400     IF ANY-RED-FLAG
086500         MOVE 8 TO WS-RUN-RC
086600     ELSE
086700     IF ANY-WARNING
086800         MOVE 4 TO WS-RUN-RC
086900     END-IF
087000     END-IF.
087010     IF WS-CYC-DROPPED > ZERO
087020         DISPLAY "WARNING: " WS-CYC-DROPPED " ITEMS DROPPED, "
087030             "CYCLE TABLE FULL AT " WS-CYC-MAX
087040     END-IF.
087050     IF WS-LGR-DROPPED > ZERO
087060         DISPLAY "WARNING: " WS-LGR-DROPPED
087070             " UNREADABLE LEDGER ENTRIES NOT SUMMARIZED"
087080     END-IF.
087100     DISPLAY "MORNING SUMMARY: " WS-PAGE-COUNT " PAGES, "
087200         "RETURN CODE " WS-RUN-RC.
087300
087400* A date has something to say when a cycle or a bulletin
087500* belongs to it; the last such date carries this morning's
087600* backlog and finance flags.
087700 FIND-LAST-PAGE-DATE.
087800     COMPUTE WS-PAGE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
087900     PERFORM CHECK-DATE-ACTIVITY.
088000     IF DATE-HAS-ACTIVITY
088100         MOVE WS-PAGE-DATE TO WS-LAST-PAGE-DATE
088200     END-IF.
088300
088400 CHECK-DATE-ACTIVITY.
088500     MOVE "N" TO WS-ACTIVE-SWITCH.
088600     PERFORM CHECK-CYCLE-ACTIVITY
088700         VARYING WS-CYC-SUB FROM 1 BY 1
088800         UNTIL WS-CYC-SUB > WS-CYC-USED.
088900     PERFORM CHECK-BULLETIN-ACTIVITY
089000         VARYING WS-BLT-SUB FROM 1 BY 1
089100         UNTIL WS-BLT-SUB > WS-BLT-USED.
089200
089300 CHECK-CYCLE-ACTIVITY.
089400     IF WS-CYC-DATE(WS-CYC-SUB) = WS-PAGE-DATE
089500         SET DATE-HAS-ACTIVITY TO TRUE
089600     END-IF.
089700
089800 CHECK-BULLETIN-ACTIVITY.
089900     IF WS-PAGE-DATE NOT < WS-BLT-FROM(WS-BLT-SUB)
090000        AND WS-PAGE-DATE NOT > WS-BLT-TO(WS-BLT-SUB)
090100        AND WS-BLT-SEVERITY(WS-BLT-SUB) NOT = "I"
090200         SET DATE-HAS-ACTIVITY TO TRUE
090300     END-IF.
090400
090500 SUMMARIZE-ONE-DATE.
090600     COMPUTE WS-PAGE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
090700     PERFORM CHECK-DATE-ACTIVITY.
090800     IF DATE-HAS-ACTIVITY
090900        OR WS-PAGE-DATE = WS-LAST-PAGE-DATE
091000         MOVE ZERO TO WS-FLG-USED
091100         MOVE ZERO TO WS-FLG-DROPPED
091200         MOVE ZERO TO WS-FLG-RED-COUNT
091300         MOVE ZERO TO WS-FLG-WARN-COUNT
091400         PERFORM ASSESS-ONE-DATE
091500         PERFORM WRITE-ONE-PAGE
091600         PERFORM WRITE-PAGE-ALERTS
091700     END-IF.
091800
091900 ASSESS-ONE-DATE.
092000     IF NOT DATE-HAS-ACTIVITY
092100         MOVE "RED"      TO WS-NEW-SEVERITY
092200         MOVE ZERO       TO WS-NEW-CYCLE
092300         MOVE "RUNLEDGR" TO WS-NEW-SOURCE
092400         MOVE "NO RUN"   TO WS-NEW-CODE
092500         MOVE "NOTHING RECORDED FOR ANY DATE IN THE RANGE"
092600             TO WS-NEW-TEXT
092700         PERFORM ADD-A-FLAG
092800     END-IF.
092900
093000     PERFORM ASSESS-ONE-BULLETIN
093100         VARYING WS-BLT-SUB FROM 1 BY 1
093200         UNTIL WS-BLT-SUB > WS-BLT-USED.
093300
093400     PERFORM ASSESS-ONE-CYCLE
093500         VARYING WS-CYC-SUB FROM 1 BY 1
093600         UNTIL WS-CYC-SUB > WS-CYC-USED.
093700
093800     IF WS-PAGE-DATE = WS-LAST-PAGE-DATE
093900         PERFORM ASSESS-THE-POSITION
094000     END-IF.
094100
094200* A hold is a deliberate operator action, so it is a warning;
094300* what it kept from running shows on the cycles themselves.
094400 ASSESS-ONE-BULLETIN.
094500     IF WS-PAGE-DATE NOT < WS-BLT-FROM(WS-BLT-SUB)
094600        AND WS-PAGE-DATE NOT > WS-BLT-TO(WS-BLT-SUB)
094700        AND WS-BLT-SEVERITY(WS-BLT-SUB) = "H"
094800         MOVE "WARN"       TO WS-NEW-SEVERITY
094900         MOVE ZERO         TO WS-NEW-CYCLE
095000         MOVE "MOTDFILE"   TO WS-NEW-SOURCE
095100         MOVE "CHAIN HELD" TO WS-NEW-CODE
095200         MOVE WS-BLT-TEXT(WS-BLT-SUB) TO WS-NEW-TEXT
095300         PERFORM ADD-A-FLAG
095400     END-IF.
095500
095600 ASSESS-ONE-CYCLE.
095700     IF WS-CYC-DATE(WS-CYC-SUB) = WS-PAGE-DATE
095800         MOVE WS-CYC-CYCLE(WS-CYC-SUB) TO WS-NEW-CYCLE
095900         PERFORM ASSESS-THE-LEDGER
096000         PERFORM ASSESS-THE-CONTROL-REPORT
096100         PERFORM ASSESS-THE-CHAIN-STEPS
096200     END-IF.
096300
096400 ASSESS-THE-LEDGER.
096500     MOVE "RUNLEDGR" TO WS-NEW-SOURCE.
096600     IF WS-CYC-START-CNT(WS-CYC-SUB) = ZERO
096700        AND WS-CYC-LAND-CNT(WS-CYC-SUB) = ZERO
096800         MOVE "WARN" TO WS-NEW-SEVERITY
096900         MOVE "NO LEDGER" TO WS-NEW-CODE
097000         MOVE "CYCLE HAS OUTPUT BUT NO RUN LEDGER ENTRIES"
097100             TO WS-NEW-TEXT
097200         PERFORM ADD-A-FLAG
097300     END-IF.
097400     IF WS-CYC-START-CNT(WS-CYC-SUB) >
097500        WS-CYC-LAND-CNT(WS-CYC-SUB)
097600         MOVE "RED" TO WS-NEW-SEVERITY
097700         MOVE "NO LANDING" TO WS-NEW-CODE
097800         MOVE "ADD06 STARTED WITH NO LANDING ENTRY - RUN DIED"
097900             TO WS-NEW-TEXT
098000         PERFORM ADD-A-FLAG
098100     END-IF.
098200     IF WS-CYC-LAST-STAT(WS-CYC-SUB) = "FAILED"
098300         MOVE "RED" TO WS-NEW-SEVERITY
098400         MOVE "RUN FAILED" TO WS-NEW-CODE
098500         MOVE "ADD06 LANDED FAILED ON ITS LATEST ATTEMPT"
098600             TO WS-NEW-TEXT
098700         PERFORM ADD-A-FLAG
098800     END-IF.
098900     IF WS-CYC-FORCED-CNT(WS-CYC-SUB) > ZERO
099000         MOVE "WARN" TO WS-NEW-SEVERITY
099100         MOVE "FORCE RERUN" TO WS-NEW-CODE
099200         MOVE SPACES TO WS-NEW-TEXT
099300         STRING "COMPLETED CYCLE RERUN BY OPSPARM FORCE "
099400                    DELIMITED BY SIZE
099500                WS-CYC-FORCED-CNT(WS-CYC-SUB) DELIMITED BY SIZE
099600                " TIME(S)" DELIMITED BY SIZE
099700             INTO WS-NEW-TEXT
099800         PERFORM ADD-A-FLAG
099900     END-IF.
100000     IF WS-CYC-OVER-BW(WS-CYC-SUB) = "Y"
100100         MOVE "WARN" TO WS-NEW-SEVERITY
100200         MOVE "BWRPT" TO WS-NEW-SOURCE
100300         MOVE "OVER WINDOW" TO WS-NEW-CODE
100400         MOVE "RUN OVER THE BATCH-WINDOW THRESHOLD"
100500             TO WS-NEW-TEXT
100600         PERFORM ADD-A-FLAG
100700     END-IF.
100800
100900 ASSESS-THE-CONTROL-REPORT.
101000     MOVE "CTLRPT" TO WS-NEW-SOURCE.
101100     IF WS-CYC-CTL-SEEN(WS-CYC-SUB) NOT = "Y"
101200         IF WS-CYC-LAND-CNT(WS-CYC-SUB) > ZERO
101300             MOVE "WARN" TO WS-NEW-SEVERITY
101400             MOVE "NO CTLRPT" TO WS-NEW-CODE
101500             MOVE "NO CONTROL REPORT FOUND FOR THIS CYCLE"
101600                 TO WS-NEW-TEXT
101700             PERFORM ADD-A-FLAG
101800         END-IF
101900     ELSE
102000         IF WS-CYC-CTL-OUT(WS-CYC-SUB) = "Y"
102100             MOVE "RED" TO WS-NEW-SEVERITY
102200             MOVE "OUT OF BAL" TO WS-NEW-CODE
102300             MOVE "CONTROL REPORT OUT OF BALANCE WITH TRAILERS"
102400                 TO WS-NEW-TEXT
102500             PERFORM ADD-A-FLAG
102600         END-IF
102700         IF WS-CYC-CTL-RC(WS-CYC-SUB) NUMERIC
102800            AND WS-CYC-CTL-RC(WS-CYC-SUB) NOT < "08"
102900             MOVE "RED" TO WS-NEW-SEVERITY
103000             MOVE "ADD06 RC" TO WS-NEW-CODE
103100             MOVE SPACES TO WS-NEW-TEXT
103200             STRING "ADD06 ENDED WITH CONDITION CODE "
103300                        DELIMITED BY SIZE
103400                    WS-CYC-CTL-RC(WS-CYC-SUB) DELIMITED BY SIZE
103500                 INTO WS-NEW-TEXT
103600             PERFORM ADD-A-FLAG
103700         END-IF
103800         IF WS-CYC-SET-ASIDE(WS-CYC-SUB) NUMERIC
103900            AND WS-CYC-SET-ASIDE(WS-CYC-SUB) NOT = "0000"
104000             MOVE "WARN" TO WS-NEW-SEVERITY
104100             MOVE "SET ASIDE" TO WS-NEW-CODE
104200             MOVE SPACES TO WS-NEW-TEXT
104300             STRING WS-CYC-SET-ASIDE(WS-CYC-SUB) DELIMITED BY SIZE
104400                    " BATCH(ES) SET ASIDE, " DELIMITED BY SIZE
104500                    WS-CYC-SA-RECS(WS-CYC-SUB) DELIMITED BY SIZE
104600                    " RECORDS" DELIMITED BY SIZE
104700                 INTO WS-NEW-TEXT
104800             PERFORM ADD-A-FLAG
104900         END-IF
105000         IF WS-CYC-MISSING(WS-CYC-SUB) NUMERIC
105100            AND WS-CYC-MISSING(WS-CYC-SUB) NOT = "0000"
105200             MOVE "WARN" TO WS-NEW-SEVERITY
105300             MOVE "MISSING SRC" TO WS-NEW-CODE
105400             MOVE SPACES TO WS-NEW-TEXT
105500             STRING WS-CYC-MISSING(WS-CYC-SUB) DELIMITED BY SIZE
105600                    " REGISTERED SOURCE(S) DUE SENT NOTHING"
105700                        DELIMITED BY SIZE
105800                 INTO WS-NEW-TEXT
105900             PERFORM ADD-A-FLAG
106000         END-IF
106100         IF WS-CYC-CTL-RESUME(WS-CYC-SUB) = "Y"
106200             MOVE "WARN" TO WS-NEW-SEVERITY
106300             MOVE "RESUMED" TO WS-NEW-CODE
106400             MOVE "ADD06 RESUMED FROM ITS RESTART CHECKPOINT"
106500                 TO WS-NEW-TEXT
106600             PERFORM ADD-A-FLAG
106700         END-IF
106800     END-IF.
106900
107000 ASSESS-THE-CHAIN-STEPS.
107100     MOVE "CHAINTOT" TO WS-NEW-SOURCE.
107200     IF WS-CYC-REJECTED(WS-CYC-SUB) > ZERO
107300         MOVE "WARN" TO WS-NEW-SEVERITY
107400         MOVE "REJECTS" TO WS-NEW-CODE
107500         MOVE SPACES TO WS-NEW-TEXT
107600         STRING WS-CYC-REJECTED(WS-CYC-SUB) DELIMITED BY SIZE
107700                " PAIRS REJECTED TO THE REPAIR WORKFLOW"
107800                    DELIMITED BY SIZE
107900             INTO WS-NEW-TEXT
108000         PERFORM ADD-A-FLAG
108100     END-IF.
108200     IF WS-CYC-EXCEPTED(WS-CYC-SUB) > ZERO
108300         MOVE "WARN" TO WS-NEW-SEVERITY
108400         MOVE "EXCEPTIONS" TO WS-NEW-CODE
108500         MOVE SPACES TO WS-NEW-TEXT
108600         STRING WS-CYC-EXCEPTED(WS-CYC-SUB) DELIMITED BY SIZE
108700                " OVERFLOW EXCEPTIONS, " DELIMITED BY SIZE
108800                WS-CYC-XR-POSTED(WS-CYC-SUB) DELIMITED BY SIZE
108900                " POSTED BY ADD06XR" DELIMITED BY SIZE
109000             INTO WS-NEW-TEXT
109100         PERFORM ADD-A-FLAG
109200     END-IF.
109300     IF WS-CYC-XR-REFUSED(WS-CYC-SUB) > ZERO
109400         MOVE "RED" TO WS-NEW-SEVERITY
109500         MOVE "XR REFUSED" TO WS-NEW-CODE
109600         MOVE SPACES TO WS-NEW-TEXT
109700         STRING WS-CYC-XR-REFUSED(WS-CYC-SUB) DELIMITED BY SIZE
109800                " EXCEPTIONS REFUSED - PERIOD LOCKED"
109900                    DELIMITED BY SIZE
110000             INTO WS-NEW-TEXT
110100         PERFORM ADD-A-FLAG
110200     END-IF.
110300     IF WS-CYC-SUSPENDED(WS-CYC-SUB) > ZERO
110400         MOVE "WARN" TO WS-NEW-SEVERITY
110500         MOVE "SUSPENDED" TO WS-NEW-CODE
110600         MOVE SPACES TO WS-NEW-TEXT
110700         STRING WS-CYC-SUSPENDED(WS-CYC-SUB) DELIMITED BY SIZE
110800                " SUSPECTED DUPLICATES HELD IN SUSPENSE"
110900                    DELIMITED BY SIZE
111000             INTO WS-NEW-TEXT
111100         PERFORM ADD-A-FLAG
111200     END-IF.
111300     IF WS-CYC-GATE(WS-CYC-SUB) = "GATE HELD"
111400         MOVE "RED" TO WS-NEW-SEVERITY
111500         MOVE "VOLUME GATE" TO WS-NEW-CODE
111600         MOVE "VOLUME GATE HELD THE RETAIN AND LOAD STEPS"
111700             TO WS-NEW-TEXT
111800         PERFORM ADD-A-FLAG
111900     END-IF.
112000     IF WS-CYC-GATE(WS-CYC-SUB) = "GATE RELEASE"
112100         MOVE "WARN" TO WS-NEW-SEVERITY
112200         MOVE "VGPARM REL" TO WS-NEW-CODE
112300         MOVE "VOLUME GATE TRIPPED, RELEASED BY VGPARM OVERRIDE"
112400             TO WS-NEW-TEXT
112500         PERFORM ADD-A-FLAG
112600     END-IF.
112700     IF WS-CYC-NOT-LOADED(WS-CYC-SUB) > ZERO
112800        OR WS-CYC-LD-REFUSED(WS-CYC-SUB) > ZERO
112900         MOVE "RED" TO WS-NEW-SEVERITY
113000         MOVE "LOAD SHORT" TO WS-NEW-CODE
113100         MOVE SPACES TO WS-NEW-TEXT
113200         STRING WS-CYC-NOT-LOADED(WS-CYC-SUB) DELIMITED BY SIZE
113300                " NOT LOADED, " DELIMITED BY SIZE
113400                WS-CYC-LD-REFUSED(WS-CYC-SUB) DELIMITED BY SIZE
113500                " REFUSED (LOCKED) BY ADD06LD" DELIMITED BY SIZE
113600             INTO WS-NEW-TEXT
113700         PERFORM ADD-A-FLAG
113800     END-IF.
113900     IF WS-CYC-LAST-STAT(WS-CYC-SUB) = "COMPLETE"
114000        AND WS-CYC-LOADED-SW(WS-CYC-SUB) NOT = "Y"
114100        AND WS-CYC-GATE(WS-CYC-SUB) NOT = "GATE HELD"
114200         MOVE "RED" TO WS-NEW-SEVERITY
114300         MOVE "NOT LOADED" TO WS-NEW-CODE
114400         MOVE "RUN COMPLETE BUT THE KSDS LOAD WROTE NO TOTALS"
114500             TO WS-NEW-TEXT
114600         PERFORM ADD-A-FLAG
114700     END-IF.
114800     MOVE "CHAINRPT" TO WS-NEW-SOURCE.
114900     IF WS-CYC-PROOF(WS-CYC-SUB) = "X"
115000         MOVE "RED" TO WS-NEW-SEVERITY
115100         MOVE "CHAIN BREAK" TO WS-NEW-CODE
115200         MOVE "BALANCING SHEET SHOWS THE CHAIN OUT OF BALANCE"
115300             TO WS-NEW-TEXT
115400         PERFORM ADD-A-FLAG
115500     END-IF.
115600     IF WS-CYC-PROOF(WS-CYC-SUB) = SPACE
115700        AND WS-CYC-TOTALS(WS-CYC-SUB) = "Y"
115800         MOVE "WARN" TO WS-NEW-SEVERITY
115900         MOVE "NOT PROVED" TO WS-NEW-CODE
116000         MOVE "NO BALANCING SHEET FOR THIS CYCLE"
116100             TO WS-NEW-TEXT
116200         PERFORM ADD-A-FLAG
116300     END-IF.
116400
116500* This morning's position: the approval queue, the unrepaired
116600* rejects and finance's last acknowledgment.
116700 ASSESS-THE-POSITION.
116800     MOVE ZERO TO WS-NEW-CYCLE.
116900     IF WS-PENDING-COUNT > ZERO
117000         MOVE "WARN" TO WS-NEW-SEVERITY
117100         MOVE "PENDFILE" TO WS-NEW-SOURCE
117200         MOVE "PENDING" TO WS-NEW-CODE
117300         MOVE SPACES TO WS-NEW-TEXT
117400         STRING WS-PENDING-COUNT DELIMITED BY SIZE
117500                " REPAIRS AWAITING SUPERVISOR APPROVAL"
117600                    DELIMITED BY SIZE
117700             INTO WS-NEW-TEXT
117800         PERFORM ADD-A-FLAG
117900     END-IF.
118000     MOVE "AGERPT" TO WS-NEW-SOURCE.
118100     IF NOT AGING-SEEN
118200         MOVE "WARN" TO WS-NEW-SEVERITY
118300         MOVE "NO AGING" TO WS-NEW-CODE
118400         MOVE "NO REJECT AGING REPORT TO READ" TO WS-NEW-TEXT
118500         PERFORM ADD-A-FLAG
118600     ELSE
118700     IF WS-UNREPAIRED NUMERIC
118800        AND WS-UNREPAIRED NOT = "000000"
118900         MOVE "WARN" TO WS-NEW-SEVERITY
119000         MOVE "UNREPAIRED" TO WS-NEW-CODE
119100         MOVE SPACES TO WS-NEW-TEXT
119200         STRING WS-UNREPAIRED DELIMITED BY SIZE
119300                " REJECTED PAIRS NEVER REPAIRED (LATEST AGING)"
119400                    DELIMITED BY SIZE
119500             INTO WS-NEW-TEXT
119600         PERFORM ADD-A-FLAG
119700     END-IF
119800     END-IF.
119900     MOVE "RECONRPT" TO WS-NEW-SOURCE.
120000     IF NOT RECON-SEEN
120100         MOVE "WARN" TO WS-NEW-SEVERITY
120200         MOVE "NO RECON" TO WS-NEW-CODE
120300         MOVE "NO FINANCE RECONCILIATION TO READ" TO WS-NEW-TEXT
120400         PERFORM ADD-A-FLAG
120500     ELSE
120600     IF WS-RECON-TEXT(1:10) NOT = "IN BALANCE"
120700         MOVE "RED" TO WS-NEW-SEVERITY
120800         MOVE "FINANCE ACK" TO WS-NEW-CODE
120900         MOVE "FINANCE'S LAST ACKNOWLEDGMENT DID NOT RECONCILE"
121000             TO WS-NEW-TEXT
121100         PERFORM ADD-A-FLAG
121200     END-IF
121300     END-IF.
121400     IF WS-BLT-BAD > ZERO
121500         MOVE "WARN" TO WS-NEW-SEVERITY
121600         MOVE "MOTDFILE" TO WS-NEW-SOURCE
121700         MOVE "BAD BULLETIN" TO WS-NEW-CODE
121800         MOVE SPACES TO WS-NEW-TEXT
121900         STRING WS-BLT-BAD DELIMITED BY SIZE
122000                " MALFORMED BULLETIN(S) ON THE BULLETIN FILE"
122100                    DELIMITED BY SIZE
122200             INTO WS-NEW-TEXT
122300         PERFORM ADD-A-FLAG
122400     END-IF.
122410     MOVE "ADD06MS" TO WS-NEW-SOURCE.
122420     IF WS-CYC-DROPPED > ZERO
122430         MOVE "WARN" TO WS-NEW-SEVERITY
122440         MOVE "CYCLES LOST" TO WS-NEW-CODE
122450         MOVE SPACES TO WS-NEW-TEXT
122460         STRING WS-CYC-DROPPED DELIMITED BY SIZE
122470                " ITEM(S) FOR CYCLES PAST THE TABLE NOT SHOWN"
122480                    DELIMITED BY SIZE
122490             INTO WS-NEW-TEXT
122500         PERFORM ADD-A-FLAG
122510     END-IF.
122520     IF WS-LGR-DROPPED > ZERO
122530         MOVE "WARN" TO WS-NEW-SEVERITY
122540         MOVE "RUNLEDGR" TO WS-NEW-SOURCE
122550         MOVE "BAD LEDGER" TO WS-NEW-CODE
122560         MOVE SPACES TO WS-NEW-TEXT
122570         STRING WS-LGR-DROPPED DELIMITED BY SIZE
122580                " UNREADABLE LEDGER ENTRIES NOT SUMMARIZED"
122590                    DELIMITED BY SIZE
122600             INTO WS-NEW-TEXT
122610         PERFORM ADD-A-FLAG
122620     END-IF.
122646
122672 ADD-A-FLAG.
122700     IF WS-FLG-USED < WS-FLG-MAX
122800         ADD 1 TO WS-FLG-USED
122900         MOVE WS-NEW-SEVERITY TO WS-FLG-SEVERITY(WS-FLG-USED)
123000         MOVE WS-NEW-CYCLE    TO WS-FLG-CYCLE(WS-FLG-USED)
123100         MOVE WS-NEW-SOURCE   TO WS-FLG-SOURCE(WS-FLG-USED)
123200         MOVE WS-NEW-CODE     TO WS-FLG-CODE(WS-FLG-USED)
123300         MOVE WS-NEW-TEXT     TO WS-FLG-TEXT(WS-FLG-USED)
123400     ELSE
123500         ADD 1 TO WS-FLG-DROPPED
123600     END-IF.
123700     IF WS-NEW-SEVERITY = "RED"
123800         ADD 1 TO WS-FLG-RED-COUNT
123900         SET ANY-RED-FLAG TO TRUE
124000     ELSE
124100         ADD 1 TO WS-FLG-WARN-COUNT
124200         SET ANY-WARNING TO TRUE
124300     END-IF.
124400
124500 WRITE-ONE-PAGE.
124600     ADD 1 TO WS-PAGE-COUNT.
124700     IF WS-FLG-RED-COUNT > ZERO
124800         MOVE "RED" TO WS-NIGHT-STATUS
124900     ELSE
125000     IF WS-FLG-WARN-COUNT > ZERO
125100         MOVE "WARN" TO WS-NIGHT-STATUS
125200     ELSE
125300         MOVE "OK" TO WS-NIGHT-STATUS
125400     END-IF
125500     END-IF.
125600
125700     MOVE ALL "=" TO REPORT-RECORD.
125800     PERFORM WRITE-REPORT-LINE.
125900     MOVE SPACES TO REPORT-RECORD.
126000     STRING "ADD06 MORNING OPERATIONS SUMMARY    RUN DATE "
126100                DELIMITED BY SIZE
126200            WS-PAGE-DATE               DELIMITED BY SIZE
126300            "    PRINTED "             DELIMITED BY SIZE
126400            WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
126500         INTO REPORT-RECORD.
126600     PERFORM WRITE-REPORT-LINE.
126700
126800     MOVE SPACES TO REPORT-RECORD.
126900     EVALUATE WS-NIGHT-STATUS
127000         WHEN "RED"
127100             STRING "NIGHT STATUS: *** RED - " DELIMITED BY SIZE
127200                    WS-FLG-RED-COUNT           DELIMITED BY SIZE
127300                    " RED FLAG(S), "           DELIMITED BY SIZE
127400                    WS-FLG-WARN-COUNT          DELIMITED BY SIZE
127500                    " WARNING(S) ***"          DELIMITED BY SIZE
127600                 INTO REPORT-RECORD
127700         WHEN "WARN"
127800             STRING "NIGHT STATUS: ATTENTION - " DELIMITED BY SIZE
127900                    WS-FLG-WARN-COUNT            DELIMITED BY SIZE
128000                    " WARNING(S)"                DELIMITED BY SIZE
128100                 INTO REPORT-RECORD
128200         WHEN OTHER
128300             MOVE "NIGHT STATUS: CLEAN" TO REPORT-RECORD
128400     END-EVALUATE.
128500     PERFORM WRITE-REPORT-LINE.
128600
128700     MOVE SPACES TO REPORT-RECORD.
128800     PERFORM WRITE-REPORT-LINE.
128900     IF WS-FLG-USED > ZERO
129000         MOVE "FLAGS, RED FIRST" TO REPORT-RECORD
129100         PERFORM WRITE-REPORT-LINE
129150         MOVE SPACES TO REPORT-RECORD
129200         STRING "  SEV  CODE          " DELIMITED BY SIZE
129230                "CY SOURCE   DETAIL"    DELIMITED BY SIZE
129260             INTO REPORT-RECORD
129280         PERFORM WRITE-REPORT-LINE
129300         MOVE "RED" TO WS-PRINT-SEVERITY
129400         PERFORM WRITE-ONE-FLAG-LINE
129500             VARYING WS-FLG-SUB FROM 1 BY 1
129600             UNTIL WS-FLG-SUB > WS-FLG-USED
129700         MOVE "WARN" TO WS-PRINT-SEVERITY
129800         PERFORM WRITE-ONE-FLAG-LINE
129900             VARYING WS-FLG-SUB FROM 1 BY 1
130000             UNTIL WS-FLG-SUB > WS-FLG-USED
130100         IF WS-FLG-DROPPED > ZERO
130200             MOVE SPACES TO REPORT-RECORD
130300             STRING "  PLUS " DELIMITED BY SIZE
130400                    WS-FLG-DROPPED DELIMITED BY SIZE
130500                    " FLAG(S) BEYOND THE PAGE" DELIMITED BY SIZE
130600                 INTO REPORT-RECORD
130700             PERFORM WRITE-REPORT-LINE
130800         END-IF
130900         MOVE SPACES TO REPORT-RECORD
131000         PERFORM WRITE-REPORT-LINE
131100     END-IF.
131200
131300     MOVE "CHAIN BY CYCLE" TO REPORT-RECORD.
131400     PERFORM WRITE-REPORT-LINE.
131500     PERFORM WRITE-ONE-CYCLE-BLOCK
131600         VARYING WS-CYC-SUB FROM 1 BY 1
131700         UNTIL WS-CYC-SUB > WS-CYC-USED.
131800     IF NOT DATE-HAS-ACTIVITY
131900         MOVE "  NO CHAIN ACTIVITY RECORDED" TO REPORT-RECORD
132000         PERFORM WRITE-REPORT-LINE
132100     END-IF.
132200
132300     MOVE SPACES TO REPORT-RECORD.
132400     PERFORM WRITE-REPORT-LINE.
132500     MOVE "BULLETINS IN FORCE" TO REPORT-RECORD.
132600     PERFORM WRITE-REPORT-LINE.
132700     PERFORM WRITE-ONE-BULLETIN-LINE
132800         VARYING WS-BLT-SUB FROM 1 BY 1
132900         UNTIL WS-BLT-SUB > WS-BLT-USED.
133000
133100     MOVE SPACES TO REPORT-RECORD.
133200     PERFORM WRITE-REPORT-LINE.
133300     PERFORM WRITE-POSITION-BLOCK.
133400
133500 WRITE-ONE-FLAG-LINE.
133600     IF WS-FLG-SEVERITY(WS-FLG-SUB) = WS-PRINT-SEVERITY
133700         MOVE SPACES TO REPORT-RECORD
133800         STRING "  " DELIMITED BY SIZE
133900                WS-FLG-SEVERITY(WS-FLG-SUB) DELIMITED BY SIZE
134000                " "  DELIMITED BY SIZE
134100                WS-FLG-CODE(WS-FLG-SUB)     DELIMITED BY SIZE
134200                "  " DELIMITED BY SIZE
134300                WS-FLG-CYCLE(WS-FLG-SUB)    DELIMITED BY SIZE
134400                " "  DELIMITED BY SIZE
134500                WS-FLG-SOURCE(WS-FLG-SUB)   DELIMITED BY SIZE
134600                " "  DELIMITED BY SIZE
134700                WS-FLG-TEXT(WS-FLG-SUB)     DELIMITED BY SIZE
134800             INTO REPORT-RECORD
134900         PERFORM WRITE-REPORT-LINE
135000     END-IF.
135100
135200 WRITE-ONE-CYCLE-BLOCK.
135300     IF WS-CYC-DATE(WS-CYC-SUB) = WS-PAGE-DATE
135400         PERFORM DERIVE-THE-WINDOW
135500         EVALUATE WS-CYC-PROOF(WS-CYC-SUB)
135600             WHEN "B"
135700                 MOVE "BALANCED"   TO WS-PROOF-TEXT
135800             WHEN "X"
135900                 MOVE "BREAK"      TO WS-PROOF-TEXT
136000             WHEN OTHER
136100                 MOVE "NOT PROVED" TO WS-PROOF-TEXT
136200         END-EVALUATE
136300         MOVE SPACES TO REPORT-RECORD
136400         STRING "  CYCLE " DELIMITED BY SIZE
136500                WS-CYC-CYCLE(WS-CYC-SUB)      DELIMITED BY SIZE
136600                "  ADD06 " DELIMITED BY SIZE
136700                WS-CYC-LAST-STAT(WS-CYC-SUB)  DELIMITED BY SIZE
136800                " STARTS " DELIMITED BY SIZE
136900                WS-CYC-START-CNT(WS-CYC-SUB)  DELIMITED BY SIZE
137000                " LANDINGS " DELIMITED BY SIZE
137100                WS-CYC-LAND-CNT(WS-CYC-SUB)   DELIMITED BY SIZE
137200                "  RECORDS " DELIMITED BY SIZE
137300                WS-CYC-RECORDS(WS-CYC-SUB)    DELIMITED BY SIZE
137400                "  RC " DELIMITED BY SIZE
137500                WS-CYC-CTL-RC(WS-CYC-SUB)     DELIMITED BY SIZE
137600             INTO REPORT-RECORD
137700         PERFORM WRITE-REPORT-LINE
137800         MOVE SPACES TO REPORT-RECORD
137900         STRING "           REJECTED " DELIMITED BY SIZE
138000                WS-CYC-REJECTED(WS-CYC-SUB)   DELIMITED BY SIZE
138100                "  EXCEPTED " DELIMITED BY SIZE
138200                WS-CYC-EXCEPTED(WS-CYC-SUB)   DELIMITED BY SIZE
138300                "  POSTED BY ADD06XR " DELIMITED BY SIZE
138400                WS-CYC-XR-POSTED(WS-CYC-SUB)  DELIMITED BY SIZE
138500             INTO REPORT-RECORD
138600         PERFORM WRITE-REPORT-LINE
138700         MOVE SPACES TO REPORT-RECORD
138800         STRING "           VOLUME " DELIMITED BY SIZE
138900                WS-CYC-GATE(WS-CYC-SUB)       DELIMITED BY SIZE
139000                "  KSDS LOADED " DELIMITED BY SIZE
139100                WS-CYC-LOADED(WS-CYC-SUB)     DELIMITED BY SIZE
139200                "  CHAIN PROOF " DELIMITED BY SIZE
139300                WS-PROOF-TEXT                 DELIMITED BY SIZE
139400             INTO REPORT-RECORD
139500         PERFORM WRITE-REPORT-LINE
139600         MOVE SPACES TO REPORT-RECORD
139700         STRING "           BATCH WINDOW " DELIMITED BY SIZE
139800                WS-CYC-FIRST-ID(WS-CYC-SUB)   DELIMITED BY SIZE
139900                " TO " DELIMITED BY SIZE
140000                WS-CYC-LAST-ID(WS-CYC-SUB)    DELIMITED BY SIZE
140100                "  ELAPSED MINS " DELIMITED BY SIZE
140200                WS-ELAPSED-MINS               DELIMITED BY SIZE
140300             INTO REPORT-RECORD
140400         PERFORM WRITE-REPORT-LINE
140500     END-IF.
140600
140700* Minutes from ADD06's first start to the last timestamp the
140800* chain left for the cycle, date part through INTEGER-OF-DATE
140900* so a window over midnight still times correctly.
141000 DERIVE-THE-WINDOW.
141100     MOVE ZERO TO WS-ELAPSED-MINS.
141200     IF WS-CYC-FIRST-ID(WS-CYC-SUB) NUMERIC
141300        AND WS-CYC-LAST-ID(WS-CYC-SUB) NUMERIC
141400         MOVE WS-CYC-FIRST-ID(WS-CYC-SUB) TO WS-STAMP
141500         COMPUTE WS-START-INT =
141600             FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
141700         COMPUTE WS-START-MINS =
141800             WS-STAMP-HH * 60 + WS-STAMP-MM
141900         MOVE WS-CYC-LAST-ID(WS-CYC-SUB) TO WS-STAMP
142000         COMPUTE WS-END-INT =
142100             FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
142200         COMPUTE WS-END-MINS =
142300             WS-STAMP-HH * 60 + WS-STAMP-MM
142400         COMPUTE WS-ELAPSED-MINS =
142500             (WS-END-INT - WS-START-INT) * 1440
142600             + WS-END-MINS - WS-START-MINS
142700     END-IF.
142800
142900 WRITE-ONE-BULLETIN-LINE.
143000     IF WS-PAGE-DATE NOT < WS-BLT-FROM(WS-BLT-SUB)
143100        AND WS-PAGE-DATE NOT > WS-BLT-TO(WS-BLT-SUB)
143200         MOVE SPACES TO REPORT-RECORD
143300         EVALUATE WS-BLT-SEVERITY(WS-BLT-SUB)
143400             WHEN "H"
143500                 MOVE "  HOLD: " TO REPORT-RECORD(1:8)
143600             WHEN "W"
143700                 MOVE "  WARN: " TO REPORT-RECORD(1:8)
143800             WHEN OTHER
143900                 MOVE "  INFO: " TO REPORT-RECORD(1:8)
144000         END-EVALUATE
144100         MOVE WS-BLT-TEXT(WS-BLT-SUB) TO REPORT-RECORD(9:72)
144200         PERFORM WRITE-REPORT-LINE
144300     END-IF.
144400
144500 WRITE-POSITION-BLOCK.
144600     MOVE "POSITION THIS MORNING" TO REPORT-RECORD.
144700     PERFORM WRITE-REPORT-LINE.
144800
144900     MOVE SPACES TO REPORT-RECORD.
145000     STRING "  PENDING APPROVAL:   " DELIMITED BY SIZE
145100            WS-PENDING-COUNT         DELIMITED BY SIZE
145200         INTO REPORT-RECORD.
145300     PERFORM WRITE-REPORT-LINE.
145400
145500     MOVE SPACES TO REPORT-RECORD.
145600     IF AGING-SEEN
145700         STRING "  " DELIMITED BY SIZE
145800                WS-AGING-TEXT DELIMITED BY SIZE
145900             INTO REPORT-RECORD
146000     ELSE
146100         MOVE "  UNREPAIRED PAIRS:   NO AGING REPORT"
146200             TO REPORT-RECORD
146300     END-IF.
146400     PERFORM WRITE-REPORT-LINE.
146500
146600     MOVE SPACES TO REPORT-RECORD.
146700     IF RECON-SEEN
146800         STRING "  FINANCE ACK:        " DELIMITED BY SIZE
146900                WS-RECON-TEXT            DELIMITED BY SIZE
147000             INTO REPORT-RECORD
147100         IF WS-RECON-SENT NOT = SPACES
147200             PERFORM WRITE-REPORT-LINE
147250             MOVE SPACES TO REPORT-RECORD
147300             STRING "  RECORDS SENT:       " DELIMITED BY SIZE
147400                    WS-RECON-SENT            DELIMITED BY SIZE
147500                 INTO REPORT-RECORD
147550         END-IF
147600     ELSE
147700         MOVE "  FINANCE ACK:        NO RECONCILIATION REPORT"
147800             TO REPORT-RECORD
147900     END-IF.
148000     PERFORM WRITE-REPORT-LINE.
148100
148200* The night-status entry, then the flags in the order they
148300* printed.
148400 WRITE-PAGE-ALERTS.
148500     MOVE WS-CURRENT-DATE-TIME(1:14) TO ALR-RUN-ID.
148600     MOVE WS-PAGE-DATE               TO ALR-RUN-DATE.
148700     MOVE ZERO                       TO ALR-CYCLE-NO.
148800     MOVE WS-NIGHT-STATUS            TO ALR-SEVERITY.
148900     MOVE "ADD06MS"                  TO ALR-SOURCE.
149000     MOVE "NIGHT STATUS"             TO ALR-CODE.
149100     MOVE SPACES                     TO ALR-TEXT.
149200     STRING WS-FLG-RED-COUNT  DELIMITED BY SIZE
149300            " RED FLAG(S), "  DELIMITED BY SIZE
149400            WS-FLG-WARN-COUNT DELIMITED BY SIZE
149500            " WARNING(S)"     DELIMITED BY SIZE
149600         INTO ALR-TEXT.
149700     PERFORM WRITE-ALERT-LINE.
149800     MOVE "RED" TO WS-PRINT-SEVERITY.
149900     PERFORM WRITE-ONE-FLAG-ALERT
150000         VARYING WS-FLG-SUB FROM 1 BY 1
150100         UNTIL WS-FLG-SUB > WS-FLG-USED.
150200     MOVE "WARN" TO WS-PRINT-SEVERITY.
150300     PERFORM WRITE-ONE-FLAG-ALERT
150400         VARYING WS-FLG-SUB FROM 1 BY 1
150500         UNTIL WS-FLG-SUB > WS-FLG-USED.
150600
150700 WRITE-ONE-FLAG-ALERT.
150800     IF WS-FLG-SEVERITY(WS-FLG-SUB) = WS-PRINT-SEVERITY
150900         MOVE WS-FLG-CYCLE(WS-FLG-SUB)    TO ALR-CYCLE-NO
151000         MOVE WS-FLG-SEVERITY(WS-FLG-SUB) TO ALR-SEVERITY
151100         MOVE WS-FLG-SOURCE(WS-FLG-SUB)   TO ALR-SOURCE
151200         MOVE WS-FLG-CODE(WS-FLG-SUB)     TO ALR-CODE
151300         MOVE WS-FLG-TEXT(WS-FLG-SUB)     TO ALR-TEXT
151400         PERFORM WRITE-ALERT-LINE
151500     END-IF.
151600
151700 WRITE-REPORT-LINE.
151800     IF WS-REPORT-STATUS = "00"
151900         WRITE REPORT-RECORD
152000     END-IF.
152100
152200 WRITE-ALERT-LINE.
152300     IF WS-ALERT-STATUS = "00"
152400         WRITE ALERT-RECORD
152500     END-IF.
