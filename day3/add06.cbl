004600     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PEND-STATUS.
004807
004814     SELECT AUDIT-KSDS ASSIGN TO "AUDITKSD"
004821         ORGANIZATION IS INDEXED
004828         ACCESS MODE IS DYNAMIC
004835         RECORD KEY IS KAUD-KEY
004842         FILE STATUS IS WS-KSDS-STATUS.
004849
004856     SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
004863         ORGANIZATION IS INDEXED
004870         ACCESS MODE IS RANDOM
004877         RECORD KEY IS RVG-ORIG-KEY
004884         FILE STATUS IS WS-REVREG-STATUS.
004885
004886     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
004888         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS WS-SRCREG-STATUS.
004892
004894     SELECT SETASIDE-FILE ASSIGN TO "SETASIDE"
004896         ORGANIZATION IS LINE SEQUENTIAL
004898         FILE STATUS IS WS-SETASIDE-STATUS.
004903
004908     SELECT WAREHOUSE-KSDS ASSIGN TO "WHSEKSD"
004913         ORGANIZATION IS INDEXED
004918         ACCESS MODE IS DYNAMIC
004923         RECORD KEY IS WHS-KEY
004928         FILE STATUS IS WS-WHSE-STATUS.
004933
004938     SELECT SUSPENSE-KSDS ASSIGN TO "SUSPKSD"
004943         ORGANIZATION IS INDEXED
004948         ACCESS MODE IS DYNAMIC
004953         RECORD KEY IS SUS-KEY
004958         FILE STATUS IS WS-SUSP-STATUS.
004959
004960     SELECT PERIOD-FILE ASSIGN TO "PERIODS"
004961         ORGANIZATION IS INDEXED
004962         ACCESS MODE IS RANDOM
004963         RECORD KEY IS PER-PERIOD
004965         FILE STATUS IS WS-PERIOD-STATUS.
004967
004969     SELECT CHAIN-TOTAL-FILE ASSIGN TO "CHAINTOT"
004971         ORGANIZATION IS LINE SEQUENTIAL
004977         FILE STATUS IS WS-CHAIN-STATUS.
004988 DATA DIVISION.
005000 FILE SECTION.
005100 FD  TRANS-FILE.
005200* The upstream feed wraps its detail pairs in a header record
006200* detail carrying signed seven-digit two-decimal amounts
006300* (sign byte, then seven digits with the decimal implied).
006400* Both share the dept and operation positions.
006410* A V record reverses a posting already published to the
006420* audit KSDS: it names the run date, cycle and sequence of
006430* the audit record to cancel, with that record's dept code
006440* in the dept position as a check.  It counts toward the
006450* trailer record count but carries no amounts to hash.
006457* A D or E detail may carry an effective date after the body.
006464* Blank means post tonight, as every detail did before; a date
006471* after the run date holds the pair in the warehouse until a
006478* run on or after that date releases it.  A warehoused pair
006485* still counts and hashes toward its batch trailer the night
006492* it arrives.
006494* The source may also send its own reference for a D or E pair
006496* after the effective date.  It is posted with the pair and is
006498* part of the duplicate match when present.
006500 01  TRANS-RECORD.
006600     05 TRANS-REC-TYPE      PIC X.
006700        88 HEADER-RECORD                 VALUE "H".
006800        88 DETAIL-RECORD                 VALUE "D".
006900        88 EXTENDED-RECORD               VALUE "E".
007000        88 TRAILER-RECORD                VALUE "T".
007050        88 REVERSAL-RECORD               VALUE "V".
007100     05 TRANS-REC-BODY      PIC X(21).
007200     05 TRANS-DETAIL REDEFINES TRANS-REC-BODY.
007300        10 DEPT-CODE-IN        PIC X(3).
010000        10 TRL-HASH-TOTAL-N REDEFINES TRL-HASH-TOTAL
010100                               PIC 9(10)V99.
010200        10 FILLER              PIC X(3).
010210     05 TRANS-REVERSAL REDEFINES TRANS-REC-BODY.
010220        10 FILLER              PIC X(4).
010230        10 REV-TARGET-KEY.
010240           15 REV-TARGET-RUN-DATE PIC X(8).
010250           15 REV-TARGET-CYCLE-NO PIC X(2).
010260           15 REV-TARGET-SEQ-NO   PIC X(6).
010270        10 FILLER              PIC X.
010280     05 TRANS-EFF-DATE      PIC X(8).
010290     05 TRANS-SOURCE-REF    PIC X(12).
010300
010400* Supervisor-approved corrections from the repair/approval
010500* workflow.  The leading fields mirror the detail layout,
015400     05 OPS-FORCE-RERUN     PIC X.
015500        88 FORCED-RERUN                  VALUE "Y".
015600     05 OPS-REJECT-THRESHOLD PIC X(4).
015620* Days of audit history a detail pair is checked against for a
015640* duplicate posting; 000 turns the check off.
015660     05 OPS-DUP-WINDOW      PIC X(3).
015700
015800* Ops-maintained department master (see ADD06DM).  Every
015900* DEPT-CODE-IN is validated against it so a mistyped code
016000* rejects instead of opening its own control-break slot.
016100 FD  DEPT-FILE.
016200     COPY "deptrec.cpy".
016203
016206* The published audit cluster, read by key to find the
016209* posting a reversal names, and the reversal register, read
016212* to refuse a second reversal of a posting already reversed.
016213* The cluster is also read in key order over the duplicate
016214* look-back window to build the posting history each detail
016215* pair is matched against.
016216 FD  AUDIT-KSDS.
016218     COPY "auditrec.cpy"
016221         REPLACING ==AUDIT-RECORD==      BY ==KSDS-RECORD==
016224                   ==AUD-KEY==           BY ==KAUD-KEY==
016227                   ==AUD-RUN-DATE==      BY ==KAUD-RUN-DATE==
016230                   ==AUD-CYCLE-NO==      BY ==KAUD-CYCLE-NO==
016233                   ==AUD-SEQ-NO==        BY ==KAUD-SEQ-NO==
016236                   ==AUD-RUN-ID==        BY ==KAUD-RUN-ID==
016239                   ==AUD-DEPT-CODE==     BY ==KAUD-DEPT-CODE==
016242                   ==AUD-OPERATION-CODE==
016245                         BY ==KAUD-OPERATION-CODE==
016248                   ==AUD-SOURCE-CODE==   BY ==KAUD-SOURCE-CODE==
016251                   ==AUD-ORIG-KEY==      BY ==KAUD-ORIG-KEY==
016254                   ==AUD-ORIG-RUN-DATE==
016257                         BY ==KAUD-ORIG-RUN-DATE==
016260                   ==AUD-ORIG-CYCLE-NO==
016263                         BY ==KAUD-ORIG-CYCLE-NO==
016266                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
016269                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
016272                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
016275                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
016278                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
016281                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
016284                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
016287                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
016288                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
016290
016293 FD  REVERSAL-REGISTER.
016294     COPY "revrec.cpy".
016295
016296* Ops-maintained registry of the upstream sources allowed to
016297* send TRANFILE batches: one card per source, with a Y/N flag
016299* for each weekday it is due (Monday first) and the cycle it
016300* sends under (00 = any cycle).
016301 FD  SOURCE-REG-FILE.
016302 01  SOURCE-REG-RECORD.
016303     05 SRG-SOURCE-ID         PIC X(8).
016304     05 SRG-DAY-FLAGS         PIC X(7).
016305     05 SRG-CYCLE-NO          PIC X(2).
016306     05 SRG-DESCRIPTION       PIC X(20).
016307
016308* Batches that failed their own proof, copied as received.
016309 FD  SETASIDE-FILE.
016339 01  SETASIDE-RECORD          PIC X(42).
016343
016347 FD  WAREHOUSE-KSDS.
016351     COPY "whserec.cpy".
016355
016359 FD  SUSPENSE-KSDS.
016363     COPY "susprec.cpy".
016364
016365* Fiscal period lock file maintained by ADD06PC, read once at
016366* take-off for the period the run date falls in.
016368 FD  PERIOD-FILE.
016370     COPY "periodrec.cpy".
016372
016374* Chain-totals dataset shared with the later steps of the
016376* nightly chain; this run's entries open the night's set.
016378 FD  CHAIN-TOTAL-FILE.
016380     COPY "chaintot.cpy".
016389
016400 WORKING-STORAGE SECTION.
016500
016600* Working amounts carry the extended precision; a legacy
016700* two-digit value lands in them as a whole-number amount.
016800 01 FIRST-NUMBER         PIC S9(5)V99.
016900 01 SECOND-NUMBER        PIC S9(5)V99.
016920* O original, R repaired (correction pass), W released from
016940* the warehouse, S released from suspense, D discarded from
016960* suspense; all but O carry the key they came from in the
016980* original-key fields below.
017000 01 WS-SOURCE-CODE       PIC X           VALUE "O".
017100 01 WS-DEPT-CODE         PIC X(3)        VALUE SPACES.
017200 01 WS-OPERATION-CODE    PIC X           VALUE SPACE.
018400 01 WS-EXCEPT-COUNT       PIC 9(6)        VALUE ZERO.
018500 01 WS-CORR-COUNT         PIC 9(6)        VALUE ZERO.
018600 01 WS-CORR-SKIPPED       PIC 9(6)        VALUE ZERO.
018620 01 WS-WHSE-IN-COUNT      PIC 9(6)        VALUE ZERO.
018640 01 WS-WHSE-RELEASED      PIC 9(6)        VALUE ZERO.
018660 01 WS-WHSE-CANCELLED     PIC 9(6)        VALUE ZERO.
018680 01 WS-WHSE-HELD          PIC 9(6)        VALUE ZERO.
018690 01 WS-EFF-DATE           PIC 9(8)        VALUE ZERO.
018692 01 WS-SUSP-IN-COUNT      PIC 9(6)        VALUE ZERO.
018694 01 WS-SUSP-RELEASED      PIC 9(6)        VALUE ZERO.
018696 01 WS-SUSP-DISCARDED     PIC 9(6)        VALUE ZERO.
018698 01 WS-SUSP-HELD          PIC 9(6)        VALUE ZERO.
018699* Pairs this same run warehoused or suspended before a restart
018700* checkpoint; the resumed feed passes over them, so they are
018701* counted from the warehouse and suspense for the chain totals.
018702 01 WS-WHSE-CARRIED       PIC 9(6)        VALUE ZERO.
018734 01 WS-SUSP-CARRIED       PIC 9(6)        VALUE ZERO.
018766 01 WS-PENDING-COUNT      PIC 9(6)        VALUE ZERO.
018800* Sums are signed now that extended amounts can go negative.
018900 01 WS-SUM-FIRST          PIC S9(10)V99   VALUE ZERO
019000                          SIGN LEADING SEPARATE.
019200                          SIGN LEADING SEPARATE.
019300 01 WS-SUM-RESULT         PIC S9(11)V99   VALUE ZERO
019400                          SIGN LEADING SEPARATE.
019405* Reversals total apart from the day's new activity.  The
019410* negated result keeps the full precision of the posting
019415* being cancelled, which ADD06XR may have posted at four
019420* decimals.
019425 01 WS-REV-COUNT          PIC 9(6)        VALUE ZERO.
019430 01 WS-REV-RESULT         PIC S9(11)V9(4) VALUE ZERO.
019435 01 WS-REV-SUM-RESULT     PIC S9(11)V9(4) VALUE ZERO
019440                          SIGN LEADING SEPARATE.
019445* Postings reversed earlier in this run, so a second
019450* reversal of one posting inside a single feed is refused
019455* before the register (written only when the run is loaded)
019460* can know of the first.
019465 01 WS-RVT-MAX            PIC 9(4)        VALUE 500.
019470 01 WS-RVT-USED           PIC 9(4)        VALUE ZERO.
019475 01 WS-RVT-SUB            PIC 9(4)        VALUE ZERO.
019480 01 WS-RVT-FOUND-SUB      PIC 9(4)        VALUE ZERO.
019485 01 WS-RVT-TABLE.
019490    05 WS-RVT-KEY OCCURS 500 TIMES PIC X(16).
019491
019492* Posting history for the duplicate check: every posting in the
019493* audit KSDS from the start of the look-back window, less
019494* reversals, discarded suspects, postings since reversed and
019495* this cycle's own earlier postings (a forced rerun).  Loaded
019496* once before the feed; postings beyond the table are counted
019497* and go unchecked.
019498 01 WS-DUP-WINDOW         PIC 9(3)        VALUE 5.
019499 01 WS-DUP-FROM-DATE      PIC 9(8)        VALUE ZERO.
019500 01 WS-DUP-MAX            PIC 9(4)        VALUE 5000.
019501 01 WS-DUP-USED           PIC 9(4)        VALUE ZERO.
019502 01 WS-DUP-SUB            PIC 9(4)        VALUE ZERO.
019503 01 WS-DUP-FOUND-SUB      PIC 9(4)        VALUE ZERO.
019504 01 WS-DUP-OVFL-COUNT     PIC 9(6)        VALUE ZERO.
019505 01 WS-DUP-TABLE.
019506    05 WS-DUP-ENTRY OCCURS 5000 TIMES.
019507       10 WS-DUP-DEPT        PIC X(3).
019508       10 WS-DUP-OP          PIC X.
019509       10 WS-DUP-FIRST       PIC S9(5)V99.
019510       10 WS-DUP-SECOND      PIC S9(5)V99.
019511       10 WS-DUP-REF         PIC X(12).
019540       10 WS-DUP-KEY         PIC X(16).
019569
019600* Per-operation control totals so each transaction type can
019700* be balanced on its own line of the control report.
019800 01 WS-OP-SUB             PIC 9(2)        VALUE ZERO.
025100 01 WS-TRL-HASH-TOTAL     PIC 9(10)V99    VALUE ZERO.
025200 01 WS-HDR-FILE-DATE      PIC 9(8)        VALUE ZERO.
025300 01 WS-HDR-SOURCE-ID      PIC X(8)        VALUE SPACES.
025307* The trailer totals above are the sum over the accepted
025314* batches.  Each H...T batch is proved on its own by the
025321* pre-scan into this table (status A accepted, S set aside;
025328* trailer flag N none, Y usable, B non-numeric; due flag U
025335* when a registered source sent on a day it is not due).
025342 01 WS-BAT-MAX            PIC 9(4)        VALUE 20.
025349 01 WS-BAT-USED           PIC 9(4)        VALUE ZERO.
025356 01 WS-BAT-SUB            PIC 9(4)        VALUE ZERO.
025363 01 WS-BAT-SUB2           PIC 9(4)        VALUE ZERO.
025370 01 WS-BAT-FIRST-SUB      PIC 9(4)        VALUE ZERO.
025377 01 WS-BAT-TABLE.
025384    05 WS-BAT-ENTRY OCCURS 20 TIMES.
025391       10 WS-BAT-SOURCE-ID    PIC X(8).
025398       10 WS-BAT-FILE-DATE    PIC X(8).
025405       10 WS-BAT-CYCLE-NO     PIC X(2).
025412       10 WS-BAT-REC-COUNT    PIC 9(6).
025419       10 WS-BAT-HASH-TOTAL   PIC 9(10)V99.
025426       10 WS-BAT-TRL-COUNT    PIC 9(6).
025433       10 WS-BAT-TRL-HASH     PIC 9(10)V99.
025440       10 WS-BAT-TRL-FLAG     PIC X.
025447       10 WS-BAT-STATUS       PIC X.
025454       10 WS-BAT-REASON       PIC X(20).
025461       10 WS-BAT-DUE-FLAG     PIC X.
025468 01 WS-BAT-SEEN           PIC 9(4)        VALUE ZERO.
025475 01 WS-BAT-OVFL-COUNT     PIC 9(4)        VALUE ZERO.
025482 01 WS-CUR-BAT-NO         PIC 9(4)        VALUE ZERO.
025489 01 WS-PRE-REC-COUNT      PIC 9(6)        VALUE ZERO.
025496 01 WS-BAT-ACCEPTED       PIC 9(4)        VALUE ZERO.
025503 01 WS-BAT-SETASIDE       PIC 9(4)        VALUE ZERO.
025510 01 WS-ORPHAN-COUNT       PIC 9(6)        VALUE ZERO.
025517 01 WS-SETASIDE-RECS      PIC 9(6)        VALUE ZERO.
025524 01 WS-MISSING-SOURCES    PIC 9(4)        VALUE ZERO.
025531* One source's batches summed for its control report block.
025538 01 WS-SRC-BATCHES        PIC 9(4)        VALUE ZERO.
025545 01 WS-SRC-ACCEPTED       PIC 9(4)        VALUE ZERO.
025552 01 WS-SRC-SETASIDE       PIC 9(4)        VALUE ZERO.
025559 01 WS-SRC-REC-COUNT      PIC 9(6)        VALUE ZERO.
025566 01 WS-SRC-TRL-COUNT      PIC 9(6)        VALUE ZERO.
025573 01 WS-SRC-HASH           PIC 9(10)V99    VALUE ZERO.
025580 01 WS-SRC-TRL-HASH       PIC 9(10)V99    VALUE ZERO.
025587 01 WS-SRC-FLAG-TEXT      PIC X(22)       VALUE SPACES.
025594 01 WS-SRC-PRINT-DESC     PIC X(20)       VALUE SPACES.
025601
025608* Source registry, loaded from SRCREG.  Arrived flag: N not
025615* yet seen, Y sent a batch, M due today and missing.
025622 01 WS-SRG-MAX            PIC 9(4)        VALUE 50.
025629 01 WS-SRG-USED           PIC 9(4)        VALUE ZERO.
025636 01 WS-SRG-SUB            PIC 9(4)        VALUE ZERO.
025643 01 WS-SRG-FOUND-SUB      PIC 9(4)        VALUE ZERO.
025650 01 WS-SRG-LOOKUP-ID      PIC X(8)        VALUE SPACES.
025657 01 WS-SRG-TABLE.
025664    05 WS-SRG-ENTRY OCCURS 50 TIMES.
025671       10 WS-SRG-SOURCE-ID    PIC X(8).
025678       10 WS-SRG-DAY-FLAGS.
025685          15 WS-SRG-DAY-FLAG  PIC X OCCURS 7 TIMES.
025692       10 WS-SRG-CYCLE-NO     PIC X(2).
025699       10 WS-SRG-DESCRIPTION  PIC X(20).
025706       10 WS-SRG-ARRIVED      PIC X.
025713* Weekday of the run date, 1 = Monday.
025720 01 WS-DAY-OF-WEEK        PIC 9           VALUE 1.
025727 01 WS-RUN-RC             PIC 99          VALUE ZERO.
025734* Condition codes: 0 clean, 4 rejects or exceptions occurred,
025741* a batch was set aside, a due source sent nothing or the
025748* source registry was missing, a pair went to suspense as a
025750* suspected duplicate or the duplicate check could not run in
025752* full, 8 reject count reached the ops threshold, 12 TRANS-FILE
025762* or the period file would not open, 16 no batch in balance, a
025772* posting total disagreeing with the trailers, a duplicate run
025782* or a run date in a locked period.
025800 01 WS-REJECT-THRESHOLD   PIC 9(4)        VALUE 50.
025900
026000 01 WS-RUN-DATE           PIC 9(8)        VALUE ZERO.
026300* feed (cycle 02 and up) is judged against its own ledger
026400* entries.  A feed with no header defaults to cycle 01.
026500 01 WS-CYCLE-NO           PIC 9(2)        VALUE 1.
026508* Fiscal period (YYYYMM) of the run date and its lock state:
026516* O open (never closed), L locked, R reopened by ops, N the
026524* period file could not be read.
026532 01 WS-RUN-PERIOD         PIC 9(6)        VALUE ZERO.
026540 01 WS-PERIOD-SWITCH      PIC X           VALUE "N".
026548    88 PERIOD-IS-OPEN                     VALUE "O".
026556    88 PERIOD-IS-LOCKED                   VALUE "L".
026564    88 PERIOD-IS-REOPENED                 VALUE "R".
026572    88 PERIOD-NOT-CHECKED                 VALUE "N".
026580 01 WS-PER-REOPENED-BY    PIC X(8)        VALUE SPACES.
026588 01 WS-PER-REOPENED-DATE  PIC 9(8)        VALUE ZERO.
026600 01 WS-NEW-CYCLE-NO       PIC 9(2)        VALUE ZERO.
026700* Original-reject key of the correction being processed, so
026800* the audit (and exception) record it produces can answer
028000                   ==CORR-REC-TYPE==     BY ==PND-REC-TYPE==
028100                   ==CORR-DETAIL==       BY ==PND-DETAIL==
028200                   ==CORR-EXT-DETAIL==   BY ==PND-EXT-DETAIL==
028250                   ==CORR-REVERSAL==     BY ==PND-REVERSAL==
028300                   ==CORR-DEPT-CODE==    BY ==PND-DEPT-CODE==
028400                   ==CORR-OPERATION-CODE==
028500                         BY ==PND-OPERATION-CODE==
031600 01 WS-OPS-PARM-STATUS   PIC XX          VALUE "00".
031700 01 WS-DEPT-MST-STATUS   PIC XX          VALUE "00".
031800 01 WS-PEND-STATUS       PIC XX          VALUE "00".
031830 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
031860 01 WS-REVREG-STATUS     PIC XX          VALUE "00".
031870 01 WS-SRCREG-STATUS     PIC XX          VALUE "00".
031880 01 WS-SETASIDE-STATUS   PIC XX          VALUE "00".
031890 01 WS-WHSE-STATUS       PIC XX          VALUE "00".
031895 01 WS-SUSP-STATUS       PIC XX          VALUE "00".
031897 01 WS-PERIOD-STATUS     PIC XX          VALUE "00".
031898 01 WS-CHAIN-STATUS      PIC XX          VALUE "00".
031900 01 WS-EOF-SWITCH        PIC X           VALUE "N".
032000    88 END-OF-FILE                       VALUE "Y".
032100 01 WS-VALID-SWITCH      PIC X           VALUE "Y".
032700    88 TRANS-FILE-OPEN                   VALUE "Y".
032800 01 WS-RESTART-EXISTS     PIC X           VALUE "N".
032900    88 RESTART-RECORD-EXISTS              VALUE "Y".
032930 01 WS-IN-BATCH-SWITCH    PIC X           VALUE "N".
032960    88 IN-A-BATCH                         VALUE "Y".
032990 01 WS-CUR-BATCH-SWITCH   PIC X           VALUE "N".
033020    88 BATCH-IS-ACCEPTED                  VALUE "Y".
033050 01 WS-SETASIDE-SWITCH    PIC X           VALUE "N".
033080    88 SETASIDE-FILE-OPEN                 VALUE "Y".
033110 01 WS-SRG-EOF-SWITCH     PIC X           VALUE "N".
033140    88 SOURCE-REGISTRY-DONE               VALUE "Y".
033170 01 WS-SRG-LOAD-SWITCH    PIC X           VALUE "N".
033200    88 SOURCE-REGISTRY-LOADED             VALUE "Y".
033230 01 WS-SRG-DUE-SWITCH     PIC X           VALUE "N".
033260    88 SOURCE-IS-DUE                      VALUE "Y".
033270 01 WS-WHSE-OPEN-SWITCH   PIC X           VALUE "N".
033280    88 WAREHOUSE-OPEN                     VALUE "Y".
033290 01 WS-WHSE-EOF-SWITCH    PIC X           VALUE "N".
033300    88 WAREHOUSE-SCAN-DONE                VALUE "Y".
033310* Set by VALIDATE-TRANSACTION from the effective date.
033320 01 WS-FUTURE-SWITCH      PIC X           VALUE "N".
033330    88 FUTURE-DATED                       VALUE "Y".
033334 01 WS-SUSP-OPEN-SWITCH   PIC X           VALUE "N".
033338    88 SUSPENSE-OPEN                      VALUE "Y".
033342 01 WS-SUSP-EOF-SWITCH    PIC X           VALUE "N".
033346    88 SUSPENSE-SCAN-DONE                 VALUE "Y".
033350* Y the duplicate check is running, O ops turned it off with a
033354* 000 window, N it could not run (no audit KSDS).
033358 01 WS-DUP-CHECK-SWITCH   PIC X           VALUE "N".
033362    88 DUP-CHECK-ACTIVE                   VALUE "Y".
033366    88 DUP-CHECK-OFF                      VALUE "O".
033370 01 WS-HIST-EOF-SWITCH    PIC X           VALUE "N".
033374    88 HISTORY-SCAN-DONE                  VALUE "Y".
033378 01 WS-HIST-REV-SWITCH    PIC X           VALUE "N".
033382    88 HISTORY-WAS-REVERSED               VALUE "Y".
033386* Set by CHECK-FOR-DUPLICATE.
033390 01 WS-SUSPECT-SWITCH     PIC X           VALUE "N".
033394    88 SUSPECTED-DUPLICATE                VALUE "Y".
033400 01 WS-CORR-EOF-SWITCH    PIC X           VALUE "N".
033500    88 CORRECTIONS-DONE                   VALUE "Y".
033600 01 WS-PEND-EOF-SWITCH    PIC X           VALUE "N".
034800    88 DEPT-MASTER-DONE                   VALUE "Y".
034900 01 WS-MST-LOAD-SWITCH    PIC X           VALUE "N".
035000    88 DEPT-MASTER-LOADED                 VALUE "Y".
035010 01 WS-KSDS-OPEN-SWITCH   PIC X           VALUE "N".
035020    88 AUDIT-KSDS-OPEN                    VALUE "Y".
035030* E: the register has never been loaded (no reversal has
035040* ever been published), which is not a reason to refuse one.
035050 01 WS-REVREG-SWITCH      PIC X           VALUE "N".
035060    88 REVREG-OPEN                        VALUE "Y".
035070    88 REVREG-EMPTY                       VALUE "E".
035100 01 WS-NEW-RUN-DATE       PIC 9(8)        VALUE ZERO.
035200 01 WS-NEW-LAST-SEQ-NO    PIC 9(6)        VALUE ZERO.
035202
035204* Control totals handed on to the chain proof (ADD06CP).  The
035208* output side is counted back off the closed audit, exception
035212* and reject files, this run date and cycle only, so a resumed
035216* run's totals take in what the first attempt wrote as well.
035220* The hash adds the input amounts unsigned, the same way the
035224* trailer hash does.
035228 01 WS-CHN-TOTAL-ID       PIC X(12)       VALUE SPACES.
035232 01 WS-CHN-COUNT          PIC 9(9)        VALUE ZERO.
035236 01 WS-CHN-HASH           PIC 9(13)V99    VALUE ZERO.
035240 01 WS-CHN-SUM            PIC S9(13)V9(4) VALUE ZERO
035244                          SIGN LEADING SEPARATE.
035248 01 WS-CHN-AMOUNT         PIC 9(5)V99     VALUE ZERO.
035252 01 WS-CHN-AUD-COUNT      PIC 9(9)        VALUE ZERO.
035256 01 WS-CHN-AUD-HASH       PIC 9(13)V99    VALUE ZERO.
035260 01 WS-CHN-AUD-SUM        PIC S9(13)V9(4) VALUE ZERO
035264                          SIGN LEADING SEPARATE.
035268 01 WS-CHN-EXC-COUNT      PIC 9(9)        VALUE ZERO.
035272 01 WS-CHN-EXC-HASH       PIC 9(13)V99    VALUE ZERO.
035276 01 WS-CHN-EXC-SUM        PIC S9(13)V9(4) VALUE ZERO
035280                          SIGN LEADING SEPARATE.
035284 01 WS-CHN-REJ-COUNT      PIC 9(9)        VALUE ZERO.
035288 01 WS-CHN-SCAN-SWITCH    PIC X           VALUE "N".
035292    88 CHAIN-SCAN-DONE                    VALUE "Y".
035300 PROCEDURE DIVISION.
035400
035500 PROGRAM-BEGIN.
036000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
036100     MOVE WS-CURRENT-DATE-TIME(1:8)  TO WS-RUN-DATE.
036200     MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-RUN-ID.
036220     COMPUTE WS-DAY-OF-WEEK =
036240         FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1,
036260                      7) + 1.
036300
036400     PERFORM READ-OPS-PARAMETERS.
036500     PERFORM LOAD-DEPT-MASTER.
036550     PERFORM LOAD-SOURCE-REGISTRY.
036600     PERFORM PRESCAN-TRANFILE-BATCHES.
036700     PERFORM CHECK-RUN-LEDGER.
036750     PERFORM CHECK-PERIOD-LOCK.
036800
036900     IF NOT DEPT-MASTER-LOADED
037000         DISPLAY "ERROR: DEPARTMENT MASTER NOT USABLE"
037100             " - RUN NOT STARTED"
037200         MOVE 12 TO WS-RUN-RC
037300     ELSE
037308     IF PERIOD-NOT-CHECKED
037316         DISPLAY "ERROR: PERIOD FILE NOT USABLE, STATUS="
037324             WS-PERIOD-STATUS " - RUN NOT STARTED"
037332         MOVE 12 TO WS-RUN-RC
037340     ELSE
037348     IF PERIOD-IS-LOCKED
037356         DISPLAY "ERROR: RUN DATE " WS-RUN-DATE
037364             " FALLS IN LOCKED PERIOD " WS-RUN-PERIOD
037372             " - OPS MUST REOPEN IT TO RUN"
037380         MOVE 16 TO WS-RUN-RC
037388     ELSE
037400     IF RUN-ALREADY-COMPLETE AND NOT RERUN-IS-FORCED
037500         DISPLAY "ERROR: RUN LEDGER SHOWS " WS-RUN-DATE
037600             " CYCLE " WS-CYCLE-NO
038200                 " CYCLE " WS-CYCLE-NO
038300                 " FORCED BY OPS PARAMETER"
038400         END-IF
038410         IF PERIOD-IS-REOPENED
038420             DISPLAY "WARNING: PERIOD " WS-RUN-PERIOD
038430                 " REOPENED BY " WS-PER-REOPENED-BY
038440                 " ON " WS-PER-REOPENED-DATE
038450                 " - POSTING INTO A CLOSED PERIOD"
038460         END-IF
038500         PERFORM RUN-THE-DAILY-WORK
038600     END-IF
038630     END-IF
038660     END-IF
038700     END-IF.
038800
038900 PROGRAM-DONE.
040900             WS-CONTROL-STATUS
041000     END-IF.
041100
041110     OPEN OUTPUT SETASIDE-FILE.
041120     IF WS-SETASIDE-STATUS = "00"
041130         SET SETASIDE-FILE-OPEN TO TRUE
041140     ELSE
041150         DISPLAY "WARNING: SETASIDE-FILE OPEN FAILED, STATUS="
041160             WS-SETASIDE-STATUS
041170     END-IF.
041180
041200     PERFORM READ-RESTART-POINT.
041300     PERFORM OPEN-RUN-HISTORY-FILES.
041350     PERFORM OPEN-REVERSAL-LOOKUPS.
041370     PERFORM LOAD-DUPLICATE-HISTORY.
041400     PERFORM WRITE-LEDGER-START.
041500
041550     PERFORM OPEN-WAREHOUSE.
041570     PERFORM OPEN-SUSPENSE.
041600     IF TRANS-FILE-OPEN
041700         PERFORM PROCESS-CORRECTION-FILE
041750         PERFORM PROCESS-WAREHOUSE-RELEASES
041770         PERFORM PROCESS-SUSPENSE-DECISIONS
041800     END-IF.
041900
042000     PERFORM UNTIL END-OF-FILE
043200     CLOSE EXCEPTION-FILE.
043300     CLOSE AUDIT-FILE.
043400     CLOSE REJECT-FILE.
043450     PERFORM CLOSE-REVERSAL-LOOKUPS.
043452     IF WAREHOUSE-OPEN
043454         CLOSE WAREHOUSE-KSDS
043456     END-IF.
043457     IF SUSPENSE-OPEN
043458         CLOSE SUSPENSE-KSDS
043459     END-IF.
043460     IF SETASIDE-FILE-OPEN
043470         CLOSE SETASIDE-FILE
043480     END-IF.
043500
043600     IF TRANS-FILE-OPEN
043700         PERFORM CLEAR-CHECKPOINT
044200     PERFORM SET-FINAL-RETURN-CODE.
044300     PERFORM WRITE-CONTROL-REPORT.
044400     CLOSE CONTROL-FILE.
044450     PERFORM WRITE-CHAIN-TOTALS.
044500
044600     PERFORM WRITE-LEDGER-END.
044700
044800* Picks up the ops parameter card.  No card, or no Y in the
044900* force byte, means a normal protected run.  A blank duplicate
044950* window keeps the five-day default.
045000 READ-OPS-PARAMETERS.
045100     OPEN INPUT OPS-PARM-FILE.
045200     IF WS-OPS-PARM-STATUS = "00"
046200                     MOVE OPS-REJECT-THRESHOLD
046300                         TO WS-REJECT-THRESHOLD
046400                 END-IF
046420                 IF OPS-DUP-WINDOW NUMERIC
046440                     MOVE OPS-DUP-WINDOW TO WS-DUP-WINDOW
046460                 END-IF
046500         END-READ
046600         CLOSE OPS-PARM-FILE
046700     END-IF.
049200     IF WS-LEDGER-STATUS = "00" OR "10"
049300         CLOSE LEDGER-FILE
049400     END-IF.
049402
049404* Looks up the fiscal period (calendar month) the run date
049406* falls in.  Once finance has closed a period nothing more may
049408* post into it -- not the feed, the corrections, the warehouse
049410* or the suspense -- until ops reopens it through ADD06PC.  A
049412* file never yet written (status 35) means no period has ever
049414* been closed; any other failure leaves the lock unproven and
049416* the run is refused.
049418 CHECK-PERIOD-LOCK.
049420     MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
049422     OPEN INPUT PERIOD-FILE.
049424     EVALUATE WS-PERIOD-STATUS
049426         WHEN "35"
049428             SET PERIOD-IS-OPEN TO TRUE
049430         WHEN "00"
049432             MOVE WS-RUN-PERIOD TO PER-PERIOD
049434             READ PERIOD-FILE
049436                 INVALID KEY
049438                     SET PERIOD-IS-OPEN TO TRUE
049440                 NOT INVALID KEY
049442                     PERFORM TAKE-PERIOD-STATE
049444             END-READ
049446             CLOSE PERIOD-FILE
049448         WHEN OTHER
049450             SET PERIOD-NOT-CHECKED TO TRUE
049452     END-EVALUATE.
049454
049456 TAKE-PERIOD-STATE.
049458     IF PER-REOPENED
049460         SET PERIOD-IS-REOPENED TO TRUE
049462         MOVE PER-REOPENED-BY   TO WS-PER-REOPENED-BY
049464         MOVE PER-REOPENED-DATE TO WS-PER-REOPENED-DATE
049466     ELSE
049468         SET PERIOD-IS-LOCKED TO TRUE
049470     END-IF.
049500
049600 WRITE-LEDGER-START.
049700     MOVE WS-RUN-ID      TO LGR-RUN-ID.
050100     MOVE ZERO           TO LGR-FILE-DATE.
050200     MOVE ZERO           TO LGR-REC-COUNT.
050300     MOVE ZERO           TO LGR-REJECT-COUNT.
050350     MOVE ZERO           TO LGR-POST-COUNT.
050400     MOVE "STARTED"      TO LGR-STATUS.
050500     PERFORM APPEND-LEDGER-RECORD.
050600
050700* Settles the run's condition code from what actually
050800* happened, so the scheduler can tell a clean day (0) from a
050900* day with rejects, overflow exceptions or a batch or source
050950* problem (4) and from a run
051000* the retain/load steps must not publish (8 and up).
051100 SET-FINAL-RETURN-CODE.
051200     IF WS-RUN-RC < 8
051700     END-IF.
051800     IF WS-RUN-RC = ZERO
051900        AND (WS-REJECT-COUNT > ZERO
052000             OR WS-EXCEPT-COUNT > ZERO
052020             OR WS-BAT-SETASIDE > ZERO
052040             OR WS-ORPHAN-COUNT > ZERO
052060             OR WS-MISSING-SOURCES > ZERO
052080             OR NOT SOURCE-REGISTRY-LOADED
052090             OR NOT WAREHOUSE-OPEN
052092             OR NOT SUSPENSE-OPEN
052094             OR WS-SUSP-IN-COUNT > ZERO
052096             OR WS-DUP-OVFL-COUNT > ZERO
052098             OR NOT (DUP-CHECK-ACTIVE OR DUP-CHECK-OFF))
052100         MOVE 4 TO WS-RUN-RC
052200     END-IF.
052300
053300     MOVE WS-HDR-FILE-DATE TO LGR-FILE-DATE.
053400     MOVE WS-REC-COUNT     TO LGR-REC-COUNT.
053500     MOVE WS-REJECT-COUNT  TO LGR-REJECT-COUNT.
053550     COMPUTE LGR-POST-COUNT = WS-CHN-AUD-COUNT + WS-CHN-EXC-COUNT.
053600     IF WS-RUN-RC NOT > 4
053700         MOVE "COMPLETE" TO LGR-STATUS
053800     ELSE
055000             WS-LEDGER-STATUS
055100     END-IF.
055200
055201* Hands this run's control totals to the chain proof: the
055202* trailers, what the feed actually delivered, the corrections,
055203* releases and discards that took sequence numbers ahead of it,
055204* and where every sequence-numbered item went.  ADD06CP proves
055205* them against one another and against the later steps.
055206 WRITE-CHAIN-TOTALS.
055207     PERFORM COUNT-AUDIT-OUTPUT.
055208     PERFORM COUNT-EXCEPTION-OUTPUT.
055209     PERFORM COUNT-REJECT-OUTPUT.
055210     OPEN EXTEND CHAIN-TOTAL-FILE.
055211     IF WS-CHAIN-STATUS NOT = "00"
055212         DISPLAY "WARNING: CHAIN TOTALS NOT WRITTEN, STATUS="
055213             WS-CHAIN-STATUS
055214     ELSE
055215         MOVE "TRAILER"           TO WS-CHN-TOTAL-ID
055216         MOVE WS-TRL-RECORD-COUNT TO WS-CHN-COUNT
055217         MOVE WS-TRL-HASH-TOTAL   TO WS-CHN-HASH
055218         PERFORM WRITE-ONE-CHAIN-TOTAL
055219         MOVE "FEED READ"         TO WS-CHN-TOTAL-ID
055220         MOVE WS-DETAIL-COUNT     TO WS-CHN-COUNT
055221         MOVE WS-HASH-TOTAL       TO WS-CHN-HASH
055222         PERFORM WRITE-ONE-CHAIN-TOTAL
055223         MOVE "REPAIRED IN"       TO WS-CHN-TOTAL-ID
055224         COMPUTE WS-CHN-COUNT = WS-SEQ-NO - WS-DETAIL-COUNT
055225         PERFORM WRITE-ONE-CHAIN-TOTAL
055226         MOVE "AUDITED"           TO WS-CHN-TOTAL-ID
055227         MOVE WS-CHN-AUD-COUNT    TO WS-CHN-COUNT
055228         MOVE WS-CHN-AUD-HASH     TO WS-CHN-HASH
055229         MOVE WS-CHN-AUD-SUM      TO WS-CHN-SUM
055230         PERFORM WRITE-ONE-CHAIN-TOTAL
055231         MOVE "REJECTED"          TO WS-CHN-TOTAL-ID
055232         MOVE WS-CHN-REJ-COUNT    TO WS-CHN-COUNT
055233         PERFORM WRITE-ONE-CHAIN-TOTAL
055234         MOVE "EXCEPTED"          TO WS-CHN-TOTAL-ID
055235         MOVE WS-CHN-EXC-COUNT    TO WS-CHN-COUNT
055236         MOVE WS-CHN-EXC-HASH     TO WS-CHN-HASH
055237         MOVE WS-CHN-EXC-SUM      TO WS-CHN-SUM
055238         PERFORM WRITE-ONE-CHAIN-TOTAL
055239         MOVE "WAREHOUSED"        TO WS-CHN-TOTAL-ID
055240         COMPUTE WS-CHN-COUNT = WS-WHSE-IN-COUNT + WS-WHSE-CARRIED
055241         PERFORM WRITE-ONE-CHAIN-TOTAL
055242         MOVE "SUSPENDED"         TO WS-CHN-TOTAL-ID
055243         COMPUTE WS-CHN-COUNT = WS-SUSP-IN-COUNT + WS-SUSP-CARRIED
055244         PERFORM WRITE-ONE-CHAIN-TOTAL
055245         CLOSE CHAIN-TOTAL-FILE
055246     END-IF.
055247
055248 WRITE-ONE-CHAIN-TOTAL.
055249     MOVE WS-RUN-DATE     TO CTT-RUN-DATE.
055250     MOVE WS-CYCLE-NO     TO CTT-CYCLE-NO.
055251     MOVE WS-RUN-ID       TO CTT-RUN-ID.
055252     MOVE "ADD06"         TO CTT-STEP.
055253     MOVE WS-CHN-TOTAL-ID TO CTT-TOTAL-ID.
055254     MOVE WS-CHN-COUNT    TO CTT-COUNT.
055255     MOVE WS-CHN-HASH     TO CTT-HASH.
055256     MOVE WS-CHN-SUM      TO CTT-SUM.
055257     WRITE CHAIN-TOTAL-RECORD.
055258     MOVE ZERO TO WS-CHN-COUNT.
055259     MOVE ZERO TO WS-CHN-HASH.
055260     MOVE ZERO TO WS-CHN-SUM.
055261
055262 COUNT-AUDIT-OUTPUT.
055263     MOVE "N" TO WS-CHN-SCAN-SWITCH.
055264     OPEN INPUT AUDIT-FILE.
055265     IF WS-AUDIT-STATUS NOT = "00"
055266         DISPLAY "WARNING: AUDIT-FILE NOT COUNTED, STATUS="
055267             WS-AUDIT-STATUS
055268         SET CHAIN-SCAN-DONE TO TRUE
055269     END-IF.
055270     PERFORM UNTIL CHAIN-SCAN-DONE
055271         READ AUDIT-FILE
055272             AT END
055273                 SET CHAIN-SCAN-DONE TO TRUE
055274             NOT AT END
055275                 IF AUD-RUN-DATE = WS-RUN-DATE
055276                    AND AUD-CYCLE-NO = WS-CYCLE-NO
055277                     PERFORM COUNT-ONE-AUDIT-OUTPUT
055278                 END-IF
055279         END-READ
055280     END-PERFORM.
055281     IF WS-AUDIT-STATUS = "00" OR "10"
055282         CLOSE AUDIT-FILE
055283     END-IF.
055284
055285 COUNT-ONE-AUDIT-OUTPUT.
055286     ADD 1 TO WS-CHN-AUD-COUNT.
055287     IF AUD-FIRST-NUMBER NUMERIC
055288         MOVE AUD-FIRST-NUMBER TO WS-CHN-AMOUNT
055289         ADD WS-CHN-AMOUNT TO WS-CHN-AUD-HASH
055290     END-IF.
055291     IF AUD-SECOND-NUMBER NUMERIC
055292         MOVE AUD-SECOND-NUMBER TO WS-CHN-AMOUNT
055293         ADD WS-CHN-AMOUNT TO WS-CHN-AUD-HASH
055294     END-IF.
055295     IF AUD-THE-RESULT NUMERIC
055296         ADD AUD-THE-RESULT TO WS-CHN-AUD-SUM
055297     END-IF.
055298
055299 COUNT-EXCEPTION-OUTPUT.
055300     MOVE "N" TO WS-CHN-SCAN-SWITCH.
055301     OPEN INPUT EXCEPTION-FILE.
055302     IF WS-EXCEPT-STATUS NOT = "00"
055303         DISPLAY "WARNING: EXCEPTION-FILE NOT COUNTED, STATUS="
055304             WS-EXCEPT-STATUS
055305         SET CHAIN-SCAN-DONE TO TRUE
055306     END-IF.
055307     PERFORM UNTIL CHAIN-SCAN-DONE
055308         READ EXCEPTION-FILE
055309             AT END
055310                 SET CHAIN-SCAN-DONE TO TRUE
055311             NOT AT END
055312                 IF EXC-RUN-DATE = WS-RUN-DATE
055313                    AND EXC-CYCLE-NO = WS-CYCLE-NO
055314                     PERFORM COUNT-ONE-EXCEPTION-OUTPUT
055315                 END-IF
055316         END-READ
055317     END-PERFORM.
055318     IF WS-EXCEPT-STATUS = "00" OR "10"
055319         CLOSE EXCEPTION-FILE
055320     END-IF.
055321
055322 COUNT-ONE-EXCEPTION-OUTPUT.
055323     ADD 1 TO WS-CHN-EXC-COUNT.
055324     IF EXC-FIRST-NUMBER NUMERIC
055325         MOVE EXC-FIRST-NUMBER TO WS-CHN-AMOUNT
055326         ADD WS-CHN-AMOUNT TO WS-CHN-EXC-HASH
055327     END-IF.
055328     IF EXC-SECOND-NUMBER NUMERIC
055329         MOVE EXC-SECOND-NUMBER TO WS-CHN-AMOUNT
055330         ADD WS-CHN-AMOUNT TO WS-CHN-EXC-HASH
055331     END-IF.
055332     IF EXC-COMPUTED-RESULT NUMERIC
055333         ADD EXC-COMPUTED-RESULT TO WS-CHN-EXC-SUM
055334     END-IF.
055335
055336* Reject inputs are kept as keyed, not as amounts, so the
055337* rejects are proved on count alone.
055338 COUNT-REJECT-OUTPUT.
055339     MOVE "N" TO WS-CHN-SCAN-SWITCH.
055340     OPEN INPUT REJECT-FILE.
055341     IF WS-REJECT-STATUS NOT = "00"
055342         DISPLAY "WARNING: REJECT-FILE NOT COUNTED, STATUS="
055343             WS-REJECT-STATUS
055344         SET CHAIN-SCAN-DONE TO TRUE
055345     END-IF.
055346     PERFORM UNTIL CHAIN-SCAN-DONE
055347         READ REJECT-FILE
055348             AT END
055349                 SET CHAIN-SCAN-DONE TO TRUE
055350             NOT AT END
055351                 IF REJ-RUN-DATE = WS-RUN-DATE
055352                    AND REJ-CYCLE-NO = WS-CYCLE-NO
055353                     ADD 1 TO WS-CHN-REJ-COUNT
055354                 END-IF
055355         END-READ
055356     END-PERFORM.
055357     IF WS-REJECT-STATUS = "00" OR "10"
055358         CLOSE REJECT-FILE
055372     END-IF.
055379
055386* Runs the approved corrections from the repair workflow ahead
055400* of the regular feed.  A missing corrections dataset is a
055500* normal day; anything read is processed like a detail pair
055600* but audited with source code R and kept out of the TRANFILE
058900
059000 PROCESS-APPROVED-CORRECTION.
059100     MOVE "R" TO WS-SOURCE-CODE.
059200     IF CORR-DETAIL OR CORR-EXT-DETAIL OR CORR-REVERSAL
059300         MOVE CORR-REC-TYPE       TO TRANS-REC-TYPE
059400         MOVE SPACES              TO TRANS-REC-BODY
059450         MOVE SPACES              TO TRANS-EFF-DATE
059470         MOVE SPACES              TO TRANS-SOURCE-REF
059500         MOVE CORR-DEPT-CODE      TO DEPT-CODE-IN
059600         MOVE CORR-OPERATION-CODE TO OPERATION-CODE-IN
059700         IF CORR-EXT-DETAIL
059900             MOVE CORR-SECOND-VALUE TO EXT-SECOND-AMT-IN
060000             MOVE CORR-REPAIR-FLAG  TO EXT-REPAIR-FLAG-IN
060100         ELSE
060110         IF CORR-REVERSAL
060120             MOVE CORR-FIRST-VALUE       TO REV-TARGET-RUN-DATE
060130             MOVE CORR-SECOND-VALUE(1:2) TO REV-TARGET-CYCLE-NO
060140             MOVE CORR-SECOND-VALUE(3:6) TO REV-TARGET-SEQ-NO
060150         ELSE
060200             MOVE CORR-FIRST-VALUE(1:2)  TO FIRST-NUMBER-IN
060300             MOVE CORR-SECOND-VALUE(1:2) TO SECOND-NUMBER-IN
060400             MOVE CORR-REPAIR-FLAG       TO REPAIR-FLAG-IN
060500         END-IF
060550         END-IF
060600         IF CORR-ORIG-KEY NUMERIC
060700             MOVE CORR-ORIG-RUN-DATE TO WS-ORIG-RUN-DATE
060800             MOVE CORR-ORIG-CYCLE-NO TO WS-ORIG-CYCLE-NO
060900             MOVE CORR-ORIG-SEQ-NO   TO WS-ORIG-SEQ-NO
061000         END-IF
061050         ADD 1 TO WS-CORR-COUNT
061100         PERFORM PROCESS-REPAIRED-DETAIL
061110     ELSE
061120*        An approved record of an unknown detail type cannot
061700
061800* A repaired detail follows the same validate/compute path as
061900* a TRANFILE pair but never touches the detail count or hash
062000* total the upstream trailer is proved against.  A warehoused
062030* pair coming due takes the same path: it was counted and
062060* hashed against its trailer the night it arrived.
062100 PROCESS-REPAIRED-DETAIL.
062200     ADD 1 TO WS-SEQ-NO.
062300     ADD 1 TO WS-REC-COUNT.
062500     MOVE DEPT-CODE-IN TO WS-DEPT-CODE.
062600     PERFORM FIND-DEPT-SUB.
062700     ADD 1 TO WS-DEPT-REC-COUNT(WS-DEPT-SUB).
062800     IF WS-SEQ-NO > WS-LAST-SEQ-PROCESSED
062820         IF REVERSAL-RECORD
062840             PERFORM APPLY-ONE-REVERSAL
062860         ELSE
062900             PERFORM VALIDATE-TRANSACTION
063000             IF VALID-RECORD
063100                 MOVE OPERATION-CODE-IN TO WS-OPERATION-CODE
063200                 PERFORM MOVE-DETAIL-VALUES
063300                 PERFORM COMPUTE-THE-RESULT
063400             ELSE
063500                 PERFORM WRITE-REJECT-RECORD
063600             END-IF
063650         END-IF
063700         PERFORM WRITE-CHECKPOINT-IF-DUE
063800     END-IF.
063900
064000* Routes each TRANFILE record by its type byte.  Anything that
064100* is not a recognized header, detail, reversal or trailer goes
064200* to the reject file under its own sequence number.
064230* Records of a set-aside batch, and records outside any
064260* batch, take no sequence number and touch no total.
064300 PROCESS-INPUT-RECORD.
064400     EVALUATE TRUE
064500         WHEN HEADER-RECORD
064600             PERFORM PROCESS-HEADER-RECORD
064700         WHEN TRAILER-RECORD
064800             PERFORM PROCESS-TRAILER-RECORD
064830         WHEN NOT BATCH-IS-ACCEPTED
064860             PERFORM WRITE-SETASIDE-RECORD
064900         WHEN DETAIL-RECORD
065000         WHEN EXTENDED-RECORD
065100             PERFORM PROCESS-TRANSACTION
065130         WHEN REVERSAL-RECORD
065160             PERFORM PROCESS-REVERSAL-RECORD
065200         WHEN OTHER
065300             ADD 1 TO WS-SEQ-NO
065400             ADD 1 TO WS-REC-COUNT
066200             END-IF
066300     END-EVALUATE.
066400
066500* Each header opens the next batch in the order the pre-scan
066600* numbered them, and the pre-scan's verdict on that batch
066700* decides whether its records post or go to the set-aside
066800* file.  A header arriving inside a batch simply opens the
066900* next one; the pre-scan has already set the unterminated
067000* batch aside for want of a trailer.
067100 PROCESS-HEADER-RECORD.
067200     ADD 1 TO WS-CUR-BAT-NO.
067300     MOVE "N" TO WS-CUR-BATCH-SWITCH.
067400     IF WS-CUR-BAT-NO NOT > WS-BAT-USED
067500         IF WS-BAT-STATUS(WS-CUR-BAT-NO) = "A"
067600             SET BATCH-IS-ACCEPTED TO TRUE
067700         END-IF
067800     END-IF.
067900     IF NOT BATCH-IS-ACCEPTED
068000         PERFORM WRITE-SETASIDE-RECORD
068100     END-IF.
068200
068300* A trailer closes the current batch.  Anything read after it
068400* and before the next header belongs to no batch and is set
068500* aside.
068600 PROCESS-TRAILER-RECORD.
068700     IF NOT BATCH-IS-ACCEPTED
068800         PERFORM WRITE-SETASIDE-RECORD
068900     END-IF.
069000     MOVE "N" TO WS-CUR-BATCH-SWITCH.
069100
069200* Set-aside records are copied exactly as received, headers
069300* and trailers included, so a corrected batch can be fed back
069400* through a supplemental cycle once its source resends it.
069500 WRITE-SETASIDE-RECORD.
069600     ADD 1 TO WS-SETASIDE-RECS.
069700     IF SETASIDE-FILE-OPEN
069800         WRITE SETASIDE-RECORD FROM TRANS-RECORD
069900     END-IF.
070000
070100 MARK-OUT-OF-BALANCE.
070200     SET FILE-OUT-OF-BALANCE TO TRUE.
070300     MOVE 16 TO WS-RUN-RC.
070400
070500* Proves the detail records actually posted from the accepted
070600* batches against the sum of those batches' trailers.  The
070700* pre-scan proved each batch on its own; a mismatch here means
070800* the file changed between the two passes, and fails the run
070900* loudly so the retain/load steps never publish it.  A feed
071000* with no batch fit to post fails the same way.
071100 VERIFY-FILE-BALANCE.
071200     IF WS-BAT-ACCEPTED = ZERO
071300         DISPLAY "ERROR: NO TRANFILE BATCH IN BALANCE - "
071400             "NOTHING POSTED FROM THE FEED"
071500         PERFORM MARK-OUT-OF-BALANCE
071600     ELSE
071700         IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
071800             DISPLAY "ERROR: TRANFILE RECORD COUNT "
071900                 WS-DETAIL-COUNT " DOES NOT MATCH TRAILERS "
072000                 WS-TRL-RECORD-COUNT
072100             PERFORM MARK-OUT-OF-BALANCE
072200         END-IF
072300         IF WS-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL
072400             DISPLAY "ERROR: TRANFILE HASH TOTAL "
072500                 WS-HASH-TOTAL " DOES NOT MATCH TRAILERS "
072600                 WS-TRL-HASH-TOTAL
072700             PERFORM MARK-OUT-OF-BALANCE
072800         END-IF
072900     END-IF.
073000
074100 PROCESS-TRANSACTION.
074200     ADD 1 TO WS-SEQ-NO.
074300     ADD 1 TO WS-REC-COUNT.
075000         PERFORM VALIDATE-TRANSACTION
075100
075200         IF VALID-RECORD
075220             IF FUTURE-DATED
075240                 PERFORM WAREHOUSE-THE-DETAIL
075260             ELSE
075300                 MOVE OPERATION-CODE-IN TO WS-OPERATION-CODE
075400                 PERFORM MOVE-DETAIL-VALUES
075420                 PERFORM CHECK-FOR-DUPLICATE
075440                 IF SUSPECTED-DUPLICATE
075460                     PERFORM SUSPEND-THE-DETAIL
075480                 ELSE
075500                     PERFORM COMPUTE-THE-RESULT
075520                 END-IF
075550             END-IF
075600         ELSE
075700             PERFORM WRITE-REJECT-RECORD
075800         END-IF
075900
076000         PERFORM WRITE-CHECKPOINT-IF-DUE
076100     END-IF.
076102
076104* A reversal counts toward the trailer record count like any
076106* detail, but carries no amounts and adds nothing to the hash.
076108 PROCESS-REVERSAL-RECORD.
076110     ADD 1 TO WS-SEQ-NO.
076112     ADD 1 TO WS-REC-COUNT.
076114     ADD 1 TO WS-DETAIL-COUNT.
076116     MOVE DEPT-CODE-IN TO WS-DEPT-CODE.
076118     PERFORM FIND-DEPT-SUB.
076120     ADD 1 TO WS-DEPT-REC-COUNT(WS-DEPT-SUB).
076122     IF WS-SEQ-NO > WS-LAST-SEQ-PROCESSED
076124         PERFORM APPLY-ONE-REVERSAL
076126         PERFORM WRITE-CHECKPOINT-IF-DUE
076128     END-IF.
076130
076132* Shared by the feed and the CORRFILE pass, so a repaired
076134* reversal is proved exactly as a fresh one is.
076136 APPLY-ONE-REVERSAL.
076138     PERFORM VALIDATE-REVERSAL.
076140     IF VALID-RECORD
076142         PERFORM POST-THE-REVERSAL
076144     ELSE
076146         PERFORM WRITE-REJECT-RECORD
076148     END-IF.
076150
076152* A reversal must name a published posting (read by key
076154* from the audit KSDS) of the department it claims, that is
076156* neither a reversal nor a discarded duplicate (source D, never
076158* posted), and that neither the register nor an earlier record
076160* of this run has already reversed.
076162 VALIDATE-REVERSAL.
076164     SET VALID-RECORD TO TRUE.
076166     IF REV-TARGET-KEY NOT NUMERIC
076168         SET INVALID-RECORD TO TRUE
076170         MOVE "BAD REVERSAL KEY" TO WS-REJECT-REASON
076172     END-IF.
076174     IF VALID-RECORD AND NOT AUDIT-KSDS-OPEN
076176         SET INVALID-RECORD TO TRUE
076178         MOVE "AUDIT KSDS NOT OPEN" TO WS-REJECT-REASON
076180     END-IF.
076182     IF VALID-RECORD
076184         MOVE REV-TARGET-KEY TO KAUD-KEY
076186         READ AUDIT-KSDS
076188             INVALID KEY
076190                 SET INVALID-RECORD TO TRUE
076192                 MOVE "REVERSAL NOT FOUND" TO WS-REJECT-REASON
076194         END-READ
076196     END-IF.
076198     IF VALID-RECORD
076200        AND KAUD-REV-KEY NUMERIC
076202        AND KAUD-REV-KEY NOT = ZERO
076204         SET INVALID-RECORD TO TRUE
076206         MOVE "TARGET IS REVERSAL" TO WS-REJECT-REASON
076208     END-IF.
076210     IF VALID-RECORD AND KAUD-SOURCE-CODE = "D"
076212         SET INVALID-RECORD TO TRUE
076214         MOVE "TARGET NOT POSTED" TO WS-REJECT-REASON
076216     END-IF.
076253     IF VALID-RECORD AND KAUD-DEPT-CODE NOT = DEPT-CODE-IN
076254         SET INVALID-RECORD TO TRUE
076255         MOVE "REVERSAL DEPT WRONG" TO WS-REJECT-REASON
076256     END-IF.
076257     IF VALID-RECORD
076258         PERFORM CHECK-ALREADY-REVERSED
076259     END-IF.
076260
076261* A register that cannot be read leaves the question open,
076262* so the reversal rejects rather than risk a double posting.
076263 CHECK-ALREADY-REVERSED.
076264     IF REVREG-OPEN
076265         MOVE REV-TARGET-KEY TO RVG-ORIG-KEY
076266         READ REVERSAL-REGISTER
076267             INVALID KEY
076268                 CONTINUE
076269             NOT INVALID KEY
076270                 SET INVALID-RECORD TO TRUE
076271                 MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
076272         END-READ
076273     ELSE
076274         IF NOT REVREG-EMPTY
076275             SET INVALID-RECORD TO TRUE
076276             MOVE "REGISTER NOT OPEN" TO WS-REJECT-REASON
076277         END-IF
076278     END-IF.
076279     IF VALID-RECORD
076280         MOVE ZERO TO WS-RVT-FOUND-SUB
076281         PERFORM CHECK-RVT-ENTRY
076282             VARYING WS-RVT-SUB FROM 1 BY 1
076283             UNTIL WS-RVT-SUB > WS-RVT-USED
076284         IF WS-RVT-FOUND-SUB > ZERO
076285             SET INVALID-RECORD TO TRUE
076286             MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
076287         END-IF
076288     END-IF.
076289     IF VALID-RECORD AND WS-RVT-USED NOT < WS-RVT-MAX
076290         SET INVALID-RECORD TO TRUE
076291         MOVE "REVERSAL TABLE FULL" TO WS-REJECT-REASON
076292     END-IF.
076293
076294 CHECK-RVT-ENTRY.
076295     IF WS-RVT-KEY(WS-RVT-SUB) = REV-TARGET-KEY
076296         MOVE WS-RVT-SUB TO WS-RVT-FOUND-SUB
076297     END-IF.
076298
076299* Posts the cancelling entry under this run's own key: the
076300* original's dept, operation and inputs, the result negated
076301* at full precision, and AUD-REV-KEY naming the posting it
076302* cancels.  Reversals stay out of the operation, department
076303* and grand sums, which remain the day's new activity, and
076304* total on their own control report line instead.
076305 POST-THE-REVERSAL.
076306     COMPUTE WS-REV-RESULT = ZERO - KAUD-THE-RESULT.
076307     ADD 1 TO WS-REV-COUNT.
076308     ADD WS-REV-RESULT TO WS-REV-SUM-RESULT.
076309     ADD 1 TO WS-RVT-USED.
076310     MOVE REV-TARGET-KEY TO WS-RVT-KEY(WS-RVT-USED).
076311     DISPLAY "Reversal of " REV-TARGET-KEY " is " WS-REV-RESULT.
076312
076313     MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
076314     MOVE WS-CYCLE-NO         TO AUD-CYCLE-NO.
076315     MOVE WS-RUN-ID           TO AUD-RUN-ID.
076316     MOVE WS-SEQ-NO           TO AUD-SEQ-NO.
076317     MOVE KAUD-DEPT-CODE      TO AUD-DEPT-CODE.
076318     MOVE KAUD-OPERATION-CODE TO AUD-OPERATION-CODE.
076319     MOVE WS-SOURCE-CODE      TO AUD-SOURCE-CODE.
076320     MOVE WS-ORIG-RUN-DATE    TO AUD-ORIG-RUN-DATE.
076321     MOVE WS-ORIG-CYCLE-NO    TO AUD-ORIG-CYCLE-NO.
076322     MOVE WS-ORIG-SEQ-NO      TO AUD-ORIG-SEQ-NO.
076323     MOVE KAUD-FIRST-NUMBER   TO AUD-FIRST-NUMBER.
076324     MOVE KAUD-SECOND-NUMBER  TO AUD-SECOND-NUMBER.
076325     MOVE WS-REV-RESULT       TO AUD-THE-RESULT.
076326     MOVE KAUD-KEY            TO AUD-REV-KEY.
076334     MOVE KAUD-SOURCE-REF     TO AUD-SOURCE-REF.
076342     WRITE AUDIT-RECORD.
076351
076375* Accumulates the hash total the trailer is balanced against.
076400* The upstream feed hashes only clean numeric values, so a
076500* non-numeric reject is left out here the same way.  Extended
076600* amounts hash unsigned -- the digits only -- so a negative
082700
082800 VALIDATE-TRANSACTION.
082900     SET VALID-RECORD TO TRUE.
082950     MOVE "N" TO WS-FUTURE-SWITCH.
083000
083100* The department gate comes first: a pair for a code the
083200* master does not know (or has retired) is rejected whole,
088000             MOVE "DIVIDE BY ZERO" TO WS-REJECT-REASON
088100         END-IF
088200     END-IF.
088205* The effective date is edited last, so a pair headed for the
088210* warehouse has already passed every test it would face on
088215* the night it posts.  A date on or before the run date posts
088220* tonight like an undated pair.
088225     IF VALID-RECORD AND TRANS-EFF-DATE NOT = SPACES
088230         IF TRANS-EFF-DATE NOT NUMERIC
088235             SET INVALID-RECORD TO TRUE
088240             MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
088245         ELSE
088247             MOVE TRANS-EFF-DATE TO WS-EFF-DATE
088250             IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
088255                 SET INVALID-RECORD TO TRUE
088260                 MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
088265             ELSE
088270                 IF TRANS-EFF-DATE > WS-RUN-DATE
088275                     SET FUTURE-DATED TO TRUE
088280                 END-IF
088285             END-IF
088290         END-IF
088295     END-IF.
088300
088400 WRITE-REJECT-RECORD.
088500     ADD 1 TO WS-REJECT-COUNT.
089400         MOVE EXT-FIRST-AMT-IN  TO REJ-FIRST-NUMBER-IN
089500         MOVE EXT-SECOND-AMT-IN TO REJ-SECOND-NUMBER-IN
089600     ELSE
089620     IF REVERSAL-RECORD
089640         MOVE REV-TARGET-RUN-DATE  TO REJ-FIRST-NUMBER-IN
089660         MOVE REV-TARGET-KEY(9:8)  TO REJ-SECOND-NUMBER-IN
089680     ELSE
089700         MOVE FIRST-NUMBER-IN   TO REJ-FIRST-NUMBER-IN
089800         MOVE SECOND-NUMBER-IN  TO REJ-SECOND-NUMBER-IN
089900     END-IF
089950     END-IF.
090000     MOVE WS-REJECT-REASON  TO REJ-REASON.
090100     WRITE REJECT-RECORD.
090200
092400             WS-REJECT-STATUS
092500     END-IF.
092600
092602* The audit KSDS and reversal register are needed only to
092604* judge reversals.  A day with either unavailable still runs
092606* and any reversal on it rejects with the reason, to be
092608* repaired and resubmitted once the cluster is back.  A
092610* register never yet loaded (status 35) simply means nothing
092612* has been reversed.
092614 OPEN-REVERSAL-LOOKUPS.
092616     OPEN INPUT AUDIT-KSDS.
092618     IF WS-KSDS-STATUS = "00"
092620         SET AUDIT-KSDS-OPEN TO TRUE
092622     ELSE
092624         DISPLAY "WARNING: AUDIT KSDS OPEN FAILED, STATUS="
092626             WS-KSDS-STATUS " - REVERSALS WILL REJECT"
092628     END-IF.
092630     OPEN INPUT REVERSAL-REGISTER.
092632     EVALUATE WS-REVREG-STATUS
092634         WHEN "00"
092636             SET REVREG-OPEN TO TRUE
092638         WHEN "35"
092640             SET REVREG-EMPTY TO TRUE
092642         WHEN OTHER
092644             DISPLAY "WARNING: REVREG OPEN FAILED, STATUS="
092646                 WS-REVREG-STATUS " - REVERSALS WILL REJECT"
092648     END-EVALUATE.
092649
092650 CLOSE-REVERSAL-LOOKUPS.
092651     IF AUDIT-KSDS-OPEN
092652         CLOSE AUDIT-KSDS
092653     END-IF.
092654     IF REVREG-OPEN
092655         CLOSE REVERSAL-REGISTER
092656     END-IF.
092657
092658* The warehouse is opened for update on every run: due items
092659* are released from it and future-dated pairs are written to
092660* it.  A cluster never yet written (status 35) is created
092661* empty.  Any other failure leaves the day running: due items
092662* wait for the next run and a future-dated pair rejects with
092663* the reason, and the run ends with at least a warning.
092664 OPEN-WAREHOUSE.
092665     OPEN I-O WAREHOUSE-KSDS.
092666     IF WS-WHSE-STATUS = "35"
092667         OPEN OUTPUT WAREHOUSE-KSDS
092668         IF WS-WHSE-STATUS = "00"
092669             CLOSE WAREHOUSE-KSDS
092670             OPEN I-O WAREHOUSE-KSDS
092671         END-IF
092672     END-IF.
092673     IF WS-WHSE-STATUS = "00"
092674         SET WAREHOUSE-OPEN TO TRUE
092675     ELSE
092676         DISPLAY "WARNING: WAREHOUSE OPEN FAILED, STATUS="
092677             WS-WHSE-STATUS " - NOTHING RELEASED, FUTURE-DATED"
092678             " PAIRS WILL REJECT"
092679     END-IF.
092680
092681* Walks the whole warehouse in key order ahead of the regular
092682* feed.  A waiting item whose effective date has come is marked
092683* released to this run and posted; an item ops cancelled since
092684* the last run is counted for the control report and marked
092685* counted.  An item already marked to this same run date and
092686* cycle (a restarted run) is taken again the same way, so the
092687* sequence numbers line up with the checkpoint.  Items this
092688* run warehoused before its checkpoint are counted here as held;
092689* those past it are counted as the feed reaches them again.
092690 PROCESS-WAREHOUSE-RELEASES.
092691     MOVE "N" TO WS-WHSE-EOF-SWITCH.
092692     IF NOT WAREHOUSE-OPEN
092693         SET WAREHOUSE-SCAN-DONE TO TRUE
092694     ELSE
092695         MOVE LOW-VALUES TO WHS-KEY
092696         START WAREHOUSE-KSDS KEY NOT < WHS-KEY
092697             INVALID KEY
092698                 SET WAREHOUSE-SCAN-DONE TO TRUE
092699         END-START
092700     END-IF.
092701     PERFORM UNTIL WAREHOUSE-SCAN-DONE
092702         READ WAREHOUSE-KSDS NEXT RECORD
092703             AT END
092704                 SET WAREHOUSE-SCAN-DONE TO TRUE
092705             NOT AT END
092706                 PERFORM TAKE-ONE-WAREHOUSE-ITEM
092707         END-READ
092708     END-PERFORM.
092709
092710 TAKE-ONE-WAREHOUSE-ITEM.
092711     EVALUATE TRUE
092712         WHEN WHS-WAITING AND WHS-EFF-DATE NOT > WS-RUN-DATE
092713             PERFORM MARK-WAREHOUSE-ITEM
092714             PERFORM RELEASE-WAREHOUSE-ITEM
092715         WHEN WHS-WAITING
092716             IF WHS-IN-RUN-DATE NOT = WS-RUN-DATE
092717                OR WHS-IN-CYCLE-NO NOT = WS-CYCLE-NO
092718                 ADD 1 TO WS-WHSE-HELD
092719             ELSE
092720             IF WHS-IN-SEQ-NO NOT > WS-LAST-SEQ-PROCESSED
092721                 ADD 1 TO WS-WHSE-CARRIED WS-WHSE-HELD
092722             END-IF
092723             END-IF
092724         WHEN WHS-RELEASED
092725             IF WHS-STATUS-RUN-DATE = WS-RUN-DATE
092726                AND WHS-STATUS-CYCLE-NO = WS-CYCLE-NO
092727                 PERFORM RELEASE-WAREHOUSE-ITEM
092728             END-IF
092729         WHEN WHS-CANCEL-PENDING
092730             PERFORM MARK-WAREHOUSE-ITEM
092731             ADD 1 TO WS-WHSE-CANCELLED
092732         WHEN WHS-CANCELLED
092733             IF WHS-STATUS-RUN-DATE = WS-RUN-DATE
092734                AND WHS-STATUS-CYCLE-NO = WS-CYCLE-NO
092735                 ADD 1 TO WS-WHSE-CANCELLED
092736             END-IF
092737     END-EVALUATE.
092738
092739* Stamps the item with this run before it is acted on, so a
092740* run that fails after the stamp finds it again on restart.
092741 MARK-WAREHOUSE-ITEM.
092742     IF WHS-WAITING
092743         SET WHS-RELEASED TO TRUE
092744     ELSE
092745         SET WHS-CANCELLED TO TRUE
092746     END-IF.
092747     MOVE WS-RUN-DATE TO WHS-STATUS-RUN-DATE.
092748     MOVE WS-CYCLE-NO TO WHS-STATUS-CYCLE-NO.
092749     REWRITE WAREHOUSE-RECORD.
092750     IF WS-WHSE-STATUS NOT = "00"
092751         DISPLAY "WARNING: WAREHOUSE REWRITE FAILED, STATUS="
092752             WS-WHSE-STATUS " ITEM " WHS-KEY
092753     END-IF.
092754
092755* The item is staged into the TRANS-RECORD area exactly as it
092756* arrived and posted with source code W, its warehouse intake
092757* key standing in the original-key fields.
092758 RELEASE-WAREHOUSE-ITEM.
092759     ADD 1 TO WS-WHSE-RELEASED.
092760     MOVE "W"              TO WS-SOURCE-CODE.
092761     MOVE WHS-REC-TYPE     TO TRANS-REC-TYPE.
092762     MOVE WHS-DETAIL-BODY  TO TRANS-REC-BODY.
092763     MOVE SPACES           TO TRANS-EFF-DATE.
092764     MOVE WHS-SOURCE-REF   TO TRANS-SOURCE-REF.
092765     MOVE WHS-IN-RUN-DATE  TO WS-ORIG-RUN-DATE.
092766     MOVE WHS-IN-CYCLE-NO  TO WS-ORIG-CYCLE-NO.
092767     MOVE WHS-IN-SEQ-NO    TO WS-ORIG-SEQ-NO.
092768     PERFORM PROCESS-REPAIRED-DETAIL.
092769     MOVE "O"  TO WS-SOURCE-CODE.
092770     MOVE ZERO TO WS-ORIG-RUN-DATE.
092771     MOVE ZERO TO WS-ORIG-CYCLE-NO.
092772     MOVE ZERO TO WS-ORIG-SEQ-NO.
092773
092774* Holds a valid future-dated pair under its effective date,
092775* department and tonight's key.  A duplicate key can only be
092776* this same pair written before a restart, so it counts as
092777* warehoused.  The pair takes no part in tonight's totals.
092778 WAREHOUSE-THE-DETAIL.
092779     IF NOT WAREHOUSE-OPEN
092780         MOVE "WAREHOUSE NOT OPEN" TO WS-REJECT-REASON
092781         PERFORM WRITE-REJECT-RECORD
092782     ELSE
092783         MOVE TRANS-EFF-DATE   TO WHS-EFF-DATE
092784         MOVE DEPT-CODE-IN     TO WHS-DEPT-CODE
092785         MOVE WS-RUN-DATE      TO WHS-IN-RUN-DATE
092786         MOVE WS-CYCLE-NO      TO WHS-IN-CYCLE-NO
092787         MOVE WS-SEQ-NO        TO WHS-IN-SEQ-NO
092788         MOVE TRANS-REC-TYPE   TO WHS-REC-TYPE
092789         MOVE TRANS-REC-BODY   TO WHS-DETAIL-BODY
092790         MOVE WS-BAT-SOURCE-ID(WS-CUR-BAT-NO) TO WHS-SOURCE-ID
092791         SET WHS-WAITING       TO TRUE
092792         MOVE ZERO             TO WHS-STATUS-RUN-DATE
092793         MOVE ZERO             TO WHS-STATUS-CYCLE-NO
092794         MOVE SPACES           TO WHS-CANCEL-BY
092795         MOVE ZERO             TO WHS-CANCEL-DATE
092796         MOVE TRANS-SOURCE-REF TO WHS-SOURCE-REF
092797         WRITE WAREHOUSE-RECORD
092798             INVALID KEY
092799                 CONTINUE
092800         END-WRITE
092801         IF WS-WHSE-STATUS = "00" OR "22"
092802             ADD 1 TO WS-WHSE-IN-COUNT
092803             ADD 1 TO WS-WHSE-HELD
092804         ELSE
092805             MOVE "WAREHOUSE WRITE FAIL" TO WS-REJECT-REASON
092806             PERFORM WRITE-REJECT-RECORD
092823         END-IF
092824     END-IF.
092825
092826* The suspense is opened for update on every run, the same way
092827* as the warehouse: clerk decisions are acted on from it and
092828* suspected duplicates are written to it.  A cluster never yet
092829* written (status 35) is created empty.  Any other failure
092830* leaves the day running: decisions wait for the next run and a
092831* suspected duplicate rejects with the reason.
092832 OPEN-SUSPENSE.
092833     OPEN I-O SUSPENSE-KSDS.
092834     IF WS-SUSP-STATUS = "35"
092835         OPEN OUTPUT SUSPENSE-KSDS
092836         IF WS-SUSP-STATUS = "00"
092837             CLOSE SUSPENSE-KSDS
092838             OPEN I-O SUSPENSE-KSDS
092839         END-IF
092840     END-IF.
092841     IF WS-SUSP-STATUS = "00"
092842         SET SUSPENSE-OPEN TO TRUE
092843     ELSE
092844         DISPLAY "WARNING: SUSPENSE OPEN FAILED, STATUS="
092845             WS-SUSP-STATUS " - NO DECISIONS ACTED ON, SUSPECTED"
092846             " DUPLICATES WILL REJECT"
092847     END-IF.
092848
092849* Builds the posting history the duplicate check matches each
092850* detail pair against, reading the audit KSDS in key order from
092851* the first run date inside the look-back window.  The window
092852* counts back whole days from the run date, so a window of 1
092853* covers yesterday and the earlier cycles of today.
092854 LOAD-DUPLICATE-HISTORY.
092855     IF WS-DUP-WINDOW = ZERO
092856         SET DUP-CHECK-OFF TO TRUE
092857     ELSE
092858     IF NOT AUDIT-KSDS-OPEN
092859         DISPLAY "WARNING: AUDIT KSDS NOT OPEN - DUPLICATE CHECK "
092860             "NOT RUN"
092861     ELSE
092862         SET DUP-CHECK-ACTIVE TO TRUE
092863         COMPUTE WS-DUP-FROM-DATE = FUNCTION DATE-OF-INTEGER(
092864             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
092865             - WS-DUP-WINDOW)
092866         MOVE WS-DUP-FROM-DATE TO KAUD-RUN-DATE
092867         MOVE ZERO             TO KAUD-CYCLE-NO
092868         MOVE ZERO             TO KAUD-SEQ-NO
092869         START AUDIT-KSDS KEY NOT < KAUD-KEY
092870             INVALID KEY
092871                 SET HISTORY-SCAN-DONE TO TRUE
092872         END-START
092873         PERFORM UNTIL HISTORY-SCAN-DONE
092874             READ AUDIT-KSDS NEXT RECORD
092875                 AT END
092876                     SET HISTORY-SCAN-DONE TO TRUE
092877                 NOT AT END
092878                     PERFORM TAKE-ONE-HISTORY-RECORD
092879             END-READ
092880         END-PERFORM
092881         IF WS-DUP-OVFL-COUNT > ZERO
092882             DISPLAY "WARNING: " WS-DUP-OVFL-COUNT
092883                 " POSTINGS OVER THE " WS-DUP-MAX
092884                 "-ENTRY HISTORY TABLE NOT CHECKED FOR DUPLICATES"
092885         END-IF
092886     END-IF
092887     END-IF.
092888
092889* A reversal, a discarded suspect and a posting since reversed
092890* are not live postings a resend could duplicate, and this
092891* cycle's own earlier postings are what a forced rerun replaces.
092892 TAKE-ONE-HISTORY-RECORD.
092893     EVALUATE TRUE
092894         WHEN KAUD-RUN-DATE = WS-RUN-DATE
092895              AND KAUD-CYCLE-NO = WS-CYCLE-NO
092896             CONTINUE
092897         WHEN KAUD-REV-KEY NUMERIC AND KAUD-REV-KEY NOT = ZERO
092898             CONTINUE
092899         WHEN KAUD-SOURCE-CODE = "D"
092900             CONTINUE
092901         WHEN OTHER
092902             PERFORM CHECK-HISTORY-REVERSED
092903             IF NOT HISTORY-WAS-REVERSED
092904                 PERFORM ADD-HISTORY-ENTRY
092905             END-IF
092923     END-EVALUATE.
092924
092925 CHECK-HISTORY-REVERSED.
092926     MOVE "N" TO WS-HIST-REV-SWITCH.
092927     IF REVREG-OPEN
092928         MOVE KAUD-KEY TO RVG-ORIG-KEY
092929         READ REVERSAL-REGISTER
092930             INVALID KEY
092931                 CONTINUE
092932             NOT INVALID KEY
092933                 SET HISTORY-WAS-REVERSED TO TRUE
092934         END-READ
092935     END-IF.
092936
092937 ADD-HISTORY-ENTRY.
092938     IF WS-DUP-USED < WS-DUP-MAX
092939         ADD 1 TO WS-DUP-USED
092940         MOVE KAUD-DEPT-CODE      TO WS-DUP-DEPT(WS-DUP-USED)
092941         MOVE KAUD-OPERATION-CODE TO WS-DUP-OP(WS-DUP-USED)
092942         MOVE KAUD-FIRST-NUMBER   TO WS-DUP-FIRST(WS-DUP-USED)
092943         MOVE KAUD-SECOND-NUMBER  TO WS-DUP-SECOND(WS-DUP-USED)
092944         MOVE KAUD-SOURCE-REF     TO WS-DUP-REF(WS-DUP-USED)
092945         MOVE KAUD-KEY            TO WS-DUP-KEY(WS-DUP-USED)
092946     ELSE
092947         ADD 1 TO WS-DUP-OVFL-COUNT
092948     END-IF.
092949
092950* A pair matches a posting in the history on department,
092951* operation and both amounts (a D pair's whole numbers match an
092952* E pair carrying the same amounts), and on the source reference
092953* when the pair carries one.  Run after MOVE-DETAIL-VALUES.
092954 CHECK-FOR-DUPLICATE.
092955     MOVE "N" TO WS-SUSPECT-SWITCH.
092956     MOVE ZERO TO WS-DUP-FOUND-SUB.
092957     IF DUP-CHECK-ACTIVE
092958         PERFORM CHECK-DUP-ENTRY
092959             VARYING WS-DUP-SUB FROM 1 BY 1
092960             UNTIL WS-DUP-SUB > WS-DUP-USED
092961                OR WS-DUP-FOUND-SUB > ZERO
092962         IF WS-DUP-FOUND-SUB > ZERO
092963             SET SUSPECTED-DUPLICATE TO TRUE
092964         END-IF
092965     END-IF.
092966
092967 CHECK-DUP-ENTRY.
092968     IF WS-DUP-DEPT(WS-DUP-SUB) = DEPT-CODE-IN
092969        AND WS-DUP-OP(WS-DUP-SUB) = OPERATION-CODE-IN
092970        AND WS-DUP-FIRST(WS-DUP-SUB) = FIRST-NUMBER
092971        AND WS-DUP-SECOND(WS-DUP-SUB) = SECOND-NUMBER
092972        AND (TRANS-SOURCE-REF = SPACES
092973             OR WS-DUP-REF(WS-DUP-SUB) = TRANS-SOURCE-REF)
092974         MOVE WS-DUP-SUB TO WS-DUP-FOUND-SUB
092975     END-IF.
092976
092977* Holds a suspected duplicate under tonight's key with the key
092978* of the posting it matched, for a clerk to release or discard
092979* through ADD06SU.  Like a warehoused pair it has counted toward
092980* its trailer and takes no part in tonight's sums, and a
092981* duplicate key can only be this same pair written before a
092982* restart.
092983 SUSPEND-THE-DETAIL.
092984     IF NOT SUSPENSE-OPEN
092985         MOVE "SUSPENSE NOT OPEN" TO WS-REJECT-REASON
092986         PERFORM WRITE-REJECT-RECORD
092987     ELSE
092988         MOVE WS-RUN-DATE      TO SUS-IN-RUN-DATE
092989         MOVE WS-CYCLE-NO      TO SUS-IN-CYCLE-NO
092990         MOVE WS-SEQ-NO        TO SUS-IN-SEQ-NO
092991         MOVE TRANS-REC-TYPE   TO SUS-REC-TYPE
092992         MOVE TRANS-REC-BODY   TO SUS-DETAIL-BODY
092993         MOVE TRANS-SOURCE-REF TO SUS-SOURCE-REF
092994         MOVE WS-BAT-SOURCE-ID(WS-CUR-BAT-NO) TO SUS-SOURCE-ID
092995         MOVE WS-DUP-KEY(WS-DUP-FOUND-SUB) TO SUS-MATCH-KEY
092996         SET SUS-SUSPECT       TO TRUE
092997         MOVE ZERO             TO SUS-STATUS-RUN-DATE
092998         MOVE ZERO             TO SUS-STATUS-CYCLE-NO
092999         MOVE SPACES           TO SUS-DECIDED-BY
093000         MOVE ZERO             TO SUS-DECIDED-DATE
093001         WRITE SUSPENSE-RECORD
093002             INVALID KEY
093003                 CONTINUE
093004         END-WRITE
093005         IF WS-SUSP-STATUS = "00" OR "22"
093006             ADD 1 TO WS-SUSP-IN-COUNT
093007             ADD 1 TO WS-SUSP-HELD
093008             DISPLAY "Suspected duplicate " SUS-KEY
093009                 " matches " SUS-MATCH-KEY
093010         ELSE
093011             MOVE "SUSPENSE WRITE FAIL" TO WS-REJECT-REASON
093012             PERFORM WRITE-REJECT-RECORD
093013         END-IF
093014     END-IF.
093015
093016* Walks the whole suspense in key order ahead of the regular
093017* feed and acts on every clerk decision made since the last
093018* run: a released pair posts with source code S, a discarded
093019* one is written to the audit trail with source code D.  As
093020* with the warehouse, an item already stamped to this same run
093021* date and cycle (a restarted run) is acted on again.  Items
093022* this run suspended before its checkpoint are counted here as
093023* held; those past it as the feed reaches them again.
093024 PROCESS-SUSPENSE-DECISIONS.
093025     MOVE "N" TO WS-SUSP-EOF-SWITCH.
093026     IF NOT SUSPENSE-OPEN
093027         SET SUSPENSE-SCAN-DONE TO TRUE
093028     ELSE
093029         MOVE LOW-VALUES TO SUS-KEY
093030         START SUSPENSE-KSDS KEY NOT < SUS-KEY
093031             INVALID KEY
093032                 SET SUSPENSE-SCAN-DONE TO TRUE
093033         END-START
093034     END-IF.
093035     PERFORM UNTIL SUSPENSE-SCAN-DONE
093036         READ SUSPENSE-KSDS NEXT RECORD
093037             AT END
093038                 SET SUSPENSE-SCAN-DONE TO TRUE
093039             NOT AT END
093040                 PERFORM TAKE-ONE-SUSPENSE-ITEM
093041         END-READ
093042     END-PERFORM.
093043
093044 TAKE-ONE-SUSPENSE-ITEM.
093045     EVALUATE TRUE
093046         WHEN SUS-SUSPECT
093047             IF SUS-IN-RUN-DATE NOT = WS-RUN-DATE
093048                OR SUS-IN-CYCLE-NO NOT = WS-CYCLE-NO
093049                 ADD 1 TO WS-SUSP-HELD
093050             ELSE
093051             IF SUS-IN-SEQ-NO NOT > WS-LAST-SEQ-PROCESSED
093052                 ADD 1 TO WS-SUSP-CARRIED WS-SUSP-HELD
093053             END-IF
093054             END-IF
093055         WHEN SUS-RELEASE-PENDING
093056         WHEN SUS-DISCARD-PENDING
093057             PERFORM MARK-SUSPENSE-ITEM
093058             PERFORM ACT-ON-SUSPENSE-ITEM
093059         WHEN SUS-POSTED
093060         WHEN SUS-DISCARDED
093061             IF SUS-STATUS-RUN-DATE = WS-RUN-DATE
093062                AND SUS-STATUS-CYCLE-NO = WS-CYCLE-NO
093063                 PERFORM ACT-ON-SUSPENSE-ITEM
093064             END-IF
093065     END-EVALUATE.
093066
093067* Stamps the decision as acted on by this run before acting on
093068* it, so a run that fails after the stamp finds it on restart.
093069 MARK-SUSPENSE-ITEM.
093070     IF SUS-RELEASE-PENDING
093071         SET SUS-POSTED TO TRUE
093072     ELSE
093073         SET SUS-DISCARDED TO TRUE
093074     END-IF.
093075     MOVE WS-RUN-DATE TO SUS-STATUS-RUN-DATE.
093076     MOVE WS-CYCLE-NO TO SUS-STATUS-CYCLE-NO.
093077     REWRITE SUSPENSE-RECORD.
093078     IF WS-SUSP-STATUS NOT = "00"
093079         DISPLAY "WARNING: SUSPENSE REWRITE FAILED, STATUS="
093080             WS-SUSP-STATUS " ITEM " SUS-KEY
093081     END-IF.
093082
093083* The item is staged into the TRANS-RECORD area exactly as it
093084* arrived, its suspense key standing in the original-key fields.
093085* A released pair takes the repaired-detail path (it was counted
093086* against its trailer the night it arrived, and the clerk has
093087* cleared it, so it is not matched again).
093088 ACT-ON-SUSPENSE-ITEM.
093089     MOVE SUS-REC-TYPE     TO TRANS-REC-TYPE.
093090     MOVE SUS-DETAIL-BODY  TO TRANS-REC-BODY.
093091     MOVE SPACES           TO TRANS-EFF-DATE.
093092     MOVE SUS-SOURCE-REF   TO TRANS-SOURCE-REF.
093093     MOVE SUS-IN-RUN-DATE  TO WS-ORIG-RUN-DATE.
093094     MOVE SUS-IN-CYCLE-NO  TO WS-ORIG-CYCLE-NO.
093095     MOVE SUS-IN-SEQ-NO    TO WS-ORIG-SEQ-NO.
093096     IF SUS-POSTED
093097         ADD 1 TO WS-SUSP-RELEASED
093098         MOVE "S" TO WS-SOURCE-CODE
093099         PERFORM PROCESS-REPAIRED-DETAIL
093100     ELSE
093101         ADD 1 TO WS-SUSP-DISCARDED
093102         MOVE "D" TO WS-SOURCE-CODE
093103         PERFORM RECORD-SUSPENSE-DISCARD
093104     END-IF.
093105     MOVE "O"  TO WS-SOURCE-CODE.
093106     MOVE ZERO TO WS-ORIG-RUN-DATE.
093107     MOVE ZERO TO WS-ORIG-CYCLE-NO.
093108     MOVE ZERO TO WS-ORIG-SEQ-NO.
093109
093110* A discard is written to the audit trail under its own sequence
093111* number with the pair's inputs and a zero result, so the
093112* clerk's decision is on record beside the posting it
093113* duplicated.  It is not activity: it touches no count or sum.
093114 RECORD-SUSPENSE-DISCARD.
093115     ADD 1 TO WS-SEQ-NO.
093116     IF WS-SEQ-NO > WS-LAST-SEQ-PROCESSED
093117         MOVE DEPT-CODE-IN      TO WS-DEPT-CODE
093118         MOVE OPERATION-CODE-IN TO WS-OPERATION-CODE
093119         PERFORM MOVE-DETAIL-VALUES
093122         MOVE ZERO TO THE-RESULT
093129         PERFORM WRITE-AUDIT-RECORD
093136         PERFORM WRITE-CHECKPOINT-IF-DUE
093143     END-IF.
093150
093157 READ-RESTART-POINT.
093164     OPEN INPUT RESTART-FILE.
093171
093178     IF WS-RESTART-STATUS = "00"
093185         READ RESTART-FILE
093200             AT END
093300                 CONTINUE
093400         NOT AT END
104600         MOVE WS-ORIG-CYCLE-NO TO EXC-ORIG-CYCLE-NO
104700         MOVE WS-ORIG-SEQ-NO TO EXC-ORIG-SEQ-NO
104800         MOVE FIRST-NUMBER TO EXC-FIRST-NUMBER
104850         MOVE TRANS-SOURCE-REF TO EXC-SOURCE-REF
104900         MOVE SECOND-NUMBER TO EXC-SECOND-NUMBER
105000         MOVE WS-CHECK-RESULT TO EXC-COMPUTED-RESULT
105100         WRITE EXCEPTION-RECORD
110100     MOVE FIRST-NUMBER     TO AUD-FIRST-NUMBER.
110200     MOVE SECOND-NUMBER    TO AUD-SECOND-NUMBER.
110300     MOVE THE-RESULT       TO AUD-THE-RESULT.
110350     MOVE ZERO             TO AUD-REV-KEY.
110370     MOVE TRANS-SOURCE-REF TO AUD-SOURCE-REF.
110400     WRITE AUDIT-RECORD.
110500
110600 WRITE-CONTROL-REPORT.
113200         MOVE "RUN TYPE:       FULL RUN" TO CONTROL-RECORD
113300     END-IF.
113400     WRITE CONTROL-RECORD.
113405
113410     MOVE SPACES TO CONTROL-RECORD.
113415     IF PERIOD-IS-REOPENED
113420         STRING "PERIOD:         " DELIMITED BY SIZE
113425                WS-RUN-PERIOD      DELIMITED BY SIZE
113430                " REOPENED BY "    DELIMITED BY SIZE
113435                WS-PER-REOPENED-BY DELIMITED BY SIZE
113440                " ON "             DELIMITED BY SIZE
113445                WS-PER-REOPENED-DATE DELIMITED BY SIZE
113450             INTO CONTROL-RECORD
113455     ELSE
113460         STRING "PERIOD:         " DELIMITED BY SIZE
113465                WS-RUN-PERIOD      DELIMITED BY SIZE
113470                " OPEN"            DELIMITED BY SIZE
113475             INTO CONTROL-RECORD
113480     END-IF.
113485     WRITE CONTROL-RECORD.
113500
113600     MOVE SPACES TO CONTROL-RECORD.
113700     STRING "RECORD COUNT:   " DELIMITED BY SIZE
116300         INTO CONTROL-RECORD.
116400     WRITE CONTROL-RECORD.
116500
116510     MOVE SPACES TO CONTROL-RECORD.
116520     STRING "REVERSAL COUNT: " DELIMITED BY SIZE
116530            WS-REV-COUNT       DELIMITED BY SIZE
116540         INTO CONTROL-RECORD.
116550     WRITE CONTROL-RECORD.
116560
116561     MOVE SPACES TO CONTROL-RECORD.
116562     STRING "BATCHES:        " DELIMITED BY SIZE
116563            WS-BAT-ACCEPTED    DELIMITED BY SIZE
116564            " ACCEPTED "       DELIMITED BY SIZE
116565            WS-BAT-SETASIDE    DELIMITED BY SIZE
116566            " SET ASIDE"       DELIMITED BY SIZE
116567         INTO CONTROL-RECORD.
116568     WRITE CONTROL-RECORD.
116569
116570     MOVE SPACES TO CONTROL-RECORD.
116571     STRING "SET ASIDE RECS: " DELIMITED BY SIZE
116572            WS-SETASIDE-RECS   DELIMITED BY SIZE
116573         INTO CONTROL-RECORD.
116574     WRITE CONTROL-RECORD.
116575
116576     MOVE SPACES TO CONTROL-RECORD.
116577     STRING "MISSING SOURCES:" DELIMITED BY SIZE
116578            WS-MISSING-SOURCES DELIMITED BY SIZE
116579         INTO CONTROL-RECORD.
116580     WRITE CONTROL-RECORD.
116581
116582     MOVE SPACES TO CONTROL-RECORD.
116583     STRING "WAREHOUSED IN:  " DELIMITED BY SIZE
116584            WS-WHSE-IN-COUNT   DELIMITED BY SIZE
116585         INTO CONTROL-RECORD.
116586     WRITE CONTROL-RECORD.
116587
116588     MOVE SPACES TO CONTROL-RECORD.
116589     STRING "RELEASED:       " DELIMITED BY SIZE
116590            WS-WHSE-RELEASED   DELIMITED BY SIZE
116591         INTO CONTROL-RECORD.
116592     WRITE CONTROL-RECORD.
116593
116594     MOVE SPACES TO CONTROL-RECORD.
116595     STRING "CANCELLED:      " DELIMITED BY SIZE
116596            WS-WHSE-CANCELLED  DELIMITED BY SIZE
116597         INTO CONTROL-RECORD.
116598     WRITE CONTROL-RECORD.
116599
116600     MOVE SPACES TO CONTROL-RECORD.
116601     STRING "WAREHOUSE HELD: " DELIMITED BY SIZE
116602            WS-WHSE-HELD       DELIMITED BY SIZE
116603         INTO CONTROL-RECORD.
116604     WRITE CONTROL-RECORD.
116605     IF NOT WAREHOUSE-OPEN
116606         MOVE SPACES TO CONTROL-RECORD
116607         MOVE "*** WAREHOUSE NOT AVAILABLE - NOTHING RELEASED ***"
116608             TO CONTROL-RECORD
116609         WRITE CONTROL-RECORD
116639     END-IF.
116640
116641     MOVE SPACES TO CONTROL-RECORD.
116642     STRING "SUSPENDED:      " DELIMITED BY SIZE
116643            WS-SUSP-IN-COUNT   DELIMITED BY SIZE
116644         INTO CONTROL-RECORD.
116645     WRITE CONTROL-RECORD.
116646
116647     MOVE SPACES TO CONTROL-RECORD.
116648     STRING "SUSP RELEASED:  " DELIMITED BY SIZE
116649            WS-SUSP-RELEASED   DELIMITED BY SIZE
116650         INTO CONTROL-RECORD.
116651     WRITE CONTROL-RECORD.
116652
116653     MOVE SPACES TO CONTROL-RECORD.
116654     STRING "SUSP DISCARDED: " DELIMITED BY SIZE
116655            WS-SUSP-DISCARDED  DELIMITED BY SIZE
116656         INTO CONTROL-RECORD.
116657     WRITE CONTROL-RECORD.
116658
116659     MOVE SPACES TO CONTROL-RECORD.
116660     STRING "SUSPENSE HELD:  " DELIMITED BY SIZE
116661            WS-SUSP-HELD       DELIMITED BY SIZE
116662         INTO CONTROL-RECORD.
116663     WRITE CONTROL-RECORD.
116664     IF NOT SUSPENSE-OPEN
116665         MOVE SPACES TO CONTROL-RECORD
116666         MOVE "*** SUSPENSE NOT AVAILABLE - NOTHING ACTED ON ***"
116667             TO CONTROL-RECORD
116668         WRITE CONTROL-RECORD
116669     END-IF.
116679     PERFORM WRITE-DUP-CHECK-LINE.
116689     MOVE SPACES TO CONTROL-RECORD.
116700     STRING "SUM OF FIRST:   " DELIMITED BY SIZE
116800            WS-SUM-FIRST       DELIMITED BY SIZE
116900         INTO CONTROL-RECORD.
118900
119000     MOVE SPACES TO CONTROL-RECORD.
119100     IF FILE-IN-BALANCE
119200         MOVE "BALANCE STATUS: IN BALANCE WITH TRAILERS"
119300             TO CONTROL-RECORD
119400     ELSE
119500         MOVE "BALANCE STATUS: *** OUT OF BALANCE ***"
119700     END-IF.
119800     WRITE CONTROL-RECORD.
119900
119930     PERFORM WRITE-SOURCE-BALANCING.
119960
120000     MOVE SPACES TO CONTROL-RECORD.
120100     MOVE "TOTALS BY OPERATION:" TO CONTROL-RECORD.
120200     WRITE CONTROL-RECORD.
120300     PERFORM WRITE-OP-TOTAL-LINE
120400         VARYING WS-OP-SUB FROM 1 BY 1
120500         UNTIL WS-OP-SUB > 4.
120550     PERFORM WRITE-REVERSAL-TOTAL-LINE.
120600
120700     MOVE SPACES TO CONTROL-RECORD.
120800     MOVE "TOTALS BY DEPARTMENT:" TO CONTROL-RECORD.
127200            " SUM OF RESULT: "          DELIMITED BY SIZE
127300            WS-OP-SUM-RESULT(WS-OP-SUB) DELIMITED BY SIZE
127400         INTO CONTROL-RECORD.
127402     WRITE CONTROL-RECORD.
127404
127406* States how far tonight's duplicate check reached.
127408 WRITE-DUP-CHECK-LINE.
127410     MOVE SPACES TO CONTROL-RECORD.
127412     EVALUATE TRUE
127414         WHEN DUP-CHECK-OFF
127416             MOVE "DUP CHECK:      OFF BY OPS PARAMETER"
127418                 TO CONTROL-RECORD
127420         WHEN DUP-CHECK-ACTIVE
127422             STRING "DUP CHECK:      WINDOW " DELIMITED BY SIZE
127424                    WS-DUP-WINDOW      DELIMITED BY SIZE
127426                    " DAYS FROM "      DELIMITED BY SIZE
127428                    WS-DUP-FROM-DATE   DELIMITED BY SIZE
127430                    " POSTINGS "       DELIMITED BY SIZE
127432                    WS-DUP-USED        DELIMITED BY SIZE
127434                 INTO CONTROL-RECORD
127436         WHEN OTHER
127438             MOVE "DUP CHECK:      *** AUDIT KSDS NOT OPEN ***"
127440                 TO CONTROL-RECORD
127442     END-EVALUATE.
127444     WRITE CONTROL-RECORD.
127446     IF WS-DUP-OVFL-COUNT > ZERO
127448         MOVE SPACES TO CONTROL-RECORD
127450         STRING "*** " DELIMITED BY SIZE
127452                WS-DUP-OVFL-COUNT DELIMITED BY SIZE
127454                " POSTINGS OVER HISTORY TABLE NOT CHECKED ***"
127456                    DELIMITED BY SIZE
127458             INTO CONTROL-RECORD
127460         WRITE CONTROL-RECORD
127462     END-IF.
127463
127464* One block per source that sent anything, in the order first
127466* seen on the feed, each followed by its batches; then the
127468* registered sources that were due and sent nothing, and any
127470* records the pre-scan could not put in a batch at all.
127472 WRITE-SOURCE-BALANCING.
127474     MOVE SPACES TO CONTROL-RECORD.
127476     MOVE "SOURCE BALANCING:" TO CONTROL-RECORD.
127478     WRITE CONTROL-RECORD.
127480     IF NOT SOURCE-REGISTRY-LOADED
127482         MOVE SPACES TO CONTROL-RECORD
127484         MOVE "  *** SOURCE REGISTRY NOT AVAILABLE ***"
127486             TO CONTROL-RECORD
127488         WRITE CONTROL-RECORD
127490     END-IF.
127492     PERFORM WRITE-ONE-SOURCE-BLOCK
127494         VARYING WS-BAT-SUB FROM 1 BY 1
127496         UNTIL WS-BAT-SUB > WS-BAT-USED.
127498     PERFORM WRITE-MISSING-SOURCE-LINE
127500         VARYING WS-SRG-SUB FROM 1 BY 1
127502         UNTIL WS-SRG-SUB > WS-SRG-USED.
127504     IF WS-BAT-OVFL-COUNT > ZERO
127506         MOVE SPACES TO CONTROL-RECORD
127508         STRING "  *** " DELIMITED BY SIZE
127510                WS-BAT-OVFL-COUNT DELIMITED BY SIZE
127512                " BATCHES OVER TABLE LIMIT SET ASIDE ***"
127514                    DELIMITED BY SIZE
127516             INTO CONTROL-RECORD
127518         WRITE CONTROL-RECORD
127520     END-IF.
127522     IF WS-ORPHAN-COUNT > ZERO
127524         MOVE SPACES TO CONTROL-RECORD
127532         STRING "  *** " DELIMITED BY SIZE
127533                WS-ORPHAN-COUNT DELIMITED BY SIZE
127534                " RECORDS OUTSIDE ANY BATCH SET ASIDE ***"
127535                    DELIMITED BY SIZE
127536             INTO CONTROL-RECORD
127537         WRITE CONTROL-RECORD
127538     END-IF.
127539
127540* A source's block is written at its first batch; later
127541* batches from the same source are skipped here because the
127542* block already listed them.
127543 WRITE-ONE-SOURCE-BLOCK.
127544     MOVE ZERO TO WS-BAT-SUB2.
127545     PERFORM FIND-EARLIER-SOURCE-BATCH
127546         VARYING WS-BAT-FIRST-SUB FROM 1 BY 1
127547         UNTIL WS-BAT-FIRST-SUB NOT < WS-BAT-SUB.
127548     IF WS-BAT-SUB2 = ZERO
127549         PERFORM SUM-SOURCE-BATCHES
127550         PERFORM WRITE-SOURCE-HEADING
127551         PERFORM WRITE-SOURCE-BATCH-LINES
127552             VARYING WS-BAT-SUB2 FROM WS-BAT-SUB BY 1
127553             UNTIL WS-BAT-SUB2 > WS-BAT-USED
127554     END-IF.
127555
127556 FIND-EARLIER-SOURCE-BATCH.
127557     IF WS-BAT-SOURCE-ID(WS-BAT-FIRST-SUB)
127558        = WS-BAT-SOURCE-ID(WS-BAT-SUB)
127559         MOVE WS-BAT-FIRST-SUB TO WS-BAT-SUB2
127560     END-IF.
127561
127562 SUM-SOURCE-BATCHES.
127563     MOVE ZERO TO WS-SRC-BATCHES.
127564     MOVE ZERO TO WS-SRC-ACCEPTED.
127565     MOVE ZERO TO WS-SRC-SETASIDE.
127566     MOVE ZERO TO WS-SRC-REC-COUNT.
127567     MOVE ZERO TO WS-SRC-TRL-COUNT.
127568     MOVE ZERO TO WS-SRC-HASH.
127569     MOVE ZERO TO WS-SRC-TRL-HASH.
127570     PERFORM ADD-ONE-SOURCE-BATCH
127571         VARYING WS-BAT-SUB2 FROM WS-BAT-SUB BY 1
127572         UNTIL WS-BAT-SUB2 > WS-BAT-USED.
127573
127574 ADD-ONE-SOURCE-BATCH.
127575     IF WS-BAT-SOURCE-ID(WS-BAT-SUB2)
127576        = WS-BAT-SOURCE-ID(WS-BAT-SUB)
127577         ADD 1 TO WS-SRC-BATCHES
127578         IF WS-BAT-STATUS(WS-BAT-SUB2) = "A"
127579             ADD 1 TO WS-SRC-ACCEPTED
127580         ELSE
127581             ADD 1 TO WS-SRC-SETASIDE
127582         END-IF
127583         ADD WS-BAT-REC-COUNT(WS-BAT-SUB2)  TO WS-SRC-REC-COUNT
127584         ADD WS-BAT-TRL-COUNT(WS-BAT-SUB2)  TO WS-SRC-TRL-COUNT
127585         ADD WS-BAT-HASH-TOTAL(WS-BAT-SUB2) TO WS-SRC-HASH
127586         ADD WS-BAT-TRL-HASH(WS-BAT-SUB2)   TO WS-SRC-TRL-HASH
127587     END-IF.
127588
127589 WRITE-SOURCE-HEADING.
127590     MOVE SPACES TO WS-SRC-PRINT-DESC.
127591     MOVE SPACES TO WS-SRC-FLAG-TEXT.
127592     IF SOURCE-REGISTRY-LOADED
127593         MOVE WS-BAT-SOURCE-ID(WS-BAT-SUB) TO WS-SRG-LOOKUP-ID
127594         PERFORM LOOK-UP-SOURCE-REGISTRY
127595         IF WS-SRG-FOUND-SUB = ZERO
127596             MOVE "*** NOT REGISTERED ***" TO WS-SRC-FLAG-TEXT
127597         ELSE
127598             MOVE WS-SRG-DESCRIPTION(WS-SRG-FOUND-SUB)
127599                 TO WS-SRC-PRINT-DESC
127600             IF WS-BAT-DUE-FLAG(WS-BAT-SUB) = "U"
127601                 MOVE "NOT DUE TODAY" TO WS-SRC-FLAG-TEXT
127602             END-IF
127603         END-IF
127604     END-IF.
127605     MOVE SPACES TO CONTROL-RECORD.
127606     STRING "  SOURCE " DELIMITED BY SIZE
127607            WS-BAT-SOURCE-ID(WS-BAT-SUB) DELIMITED BY SIZE
127608            " " DELIMITED BY SIZE
127609            WS-SRC-PRINT-DESC DELIMITED BY SIZE
127610            " BATCHES " DELIMITED BY SIZE
127611            WS-SRC-BATCHES DELIMITED BY SIZE
127612            " ACC " DELIMITED BY SIZE
127613            WS-SRC-ACCEPTED DELIMITED BY SIZE
127614            " SET ASIDE " DELIMITED BY SIZE
127615            WS-SRC-SETASIDE DELIMITED BY SIZE
127616            " " DELIMITED BY SIZE
127617            WS-SRC-FLAG-TEXT DELIMITED BY SIZE
127618         INTO CONTROL-RECORD.
127619     WRITE CONTROL-RECORD.
127620     MOVE SPACES TO CONTROL-RECORD.
127621     STRING "    RECS " DELIMITED BY SIZE
127622            WS-SRC-REC-COUNT DELIMITED BY SIZE
127623            " TRAILER " DELIMITED BY SIZE
127624            WS-SRC-TRL-COUNT DELIMITED BY SIZE
127625            " HASH " DELIMITED BY SIZE
127626            WS-SRC-HASH DELIMITED BY SIZE
127627            " TRAILER " DELIMITED BY SIZE
127628            WS-SRC-TRL-HASH DELIMITED BY SIZE
127629         INTO CONTROL-RECORD.
127630     WRITE CONTROL-RECORD.
127631
127632 WRITE-SOURCE-BATCH-LINES.
127633     IF WS-BAT-SOURCE-ID(WS-BAT-SUB2)
127634        = WS-BAT-SOURCE-ID(WS-BAT-SUB)
127635         MOVE SPACES TO CONTROL-RECORD
127636         IF WS-BAT-STATUS(WS-BAT-SUB2) = "A"
127637             STRING "    BATCH " DELIMITED BY SIZE
127638                    WS-BAT-SUB2 DELIMITED BY SIZE
127639                    " DATE " DELIMITED BY SIZE
127640                    WS-BAT-FILE-DATE(WS-BAT-SUB2)
127641                  DELIMITED BY SIZE
127642                    " CYCLE " DELIMITED BY SIZE
127643                    WS-BAT-CYCLE-NO(WS-BAT-SUB2) DELIMITED BY SIZE
127644                    " ACCEPTED" DELIMITED BY SIZE
127645                 INTO CONTROL-RECORD
127646         ELSE
127647             STRING "    BATCH " DELIMITED BY SIZE
127648                    WS-BAT-SUB2 DELIMITED BY SIZE
127649                    " DATE " DELIMITED BY SIZE
127650                    WS-BAT-FILE-DATE(WS-BAT-SUB2)
127651                  DELIMITED BY SIZE
127652                    " CYCLE " DELIMITED BY SIZE
127653                    WS-BAT-CYCLE-NO(WS-BAT-SUB2) DELIMITED BY SIZE
127654                    " SET ASIDE - " DELIMITED BY SIZE
127655                    WS-BAT-REASON(WS-BAT-SUB2) DELIMITED BY SIZE
127656                 INTO CONTROL-RECORD
127657         END-IF
127658         WRITE CONTROL-RECORD
127659         MOVE SPACES TO CONTROL-RECORD
127660         STRING "      RECS " DELIMITED BY SIZE
127661                WS-BAT-REC-COUNT(WS-BAT-SUB2) DELIMITED BY SIZE
127662                " TRAILER " DELIMITED BY SIZE
127663                WS-BAT-TRL-COUNT(WS-BAT-SUB2) DELIMITED BY SIZE
127664                " HASH " DELIMITED BY SIZE
127665                WS-BAT-HASH-TOTAL(WS-BAT-SUB2) DELIMITED BY SIZE
127666                " TRAILER " DELIMITED BY SIZE
127667                WS-BAT-TRL-HASH(WS-BAT-SUB2) DELIMITED BY SIZE
127668             INTO CONTROL-RECORD
127669         WRITE CONTROL-RECORD
127670     END-IF.
127671
127672 WRITE-MISSING-SOURCE-LINE.
127673     IF WS-SRG-ARRIVED(WS-SRG-SUB) = "M"
127674         MOVE SPACES TO CONTROL-RECORD
127675         STRING "  SOURCE " DELIMITED BY SIZE
127676                WS-SRG-SOURCE-ID(WS-SRG-SUB) DELIMITED BY SIZE
127677                " " DELIMITED BY SIZE
127678                WS-SRG-DESCRIPTION(WS-SRG-SUB) DELIMITED BY SIZE
127679                " *** EXPECTED, NOT RECEIVED ***"
127680             DELIMITED BY SIZE
127681             INTO CONTROL-RECORD
127682         WRITE CONTROL-RECORD
127683     END-IF.
127684
127685* Reversals balance on their own line under the operation
127686* totals, apart from the day's new activity.
127687 WRITE-REVERSAL-TOTAL-LINE.
127688     MOVE SPACES TO CONTROL-RECORD.
127689     STRING "  REVERSAL"                DELIMITED BY SIZE
127690            " COUNT: "                  DELIMITED BY SIZE
127691            WS-REV-COUNT                DELIMITED BY SIZE
127692            " SUM OF RESULT: "          DELIMITED BY SIZE
127693            WS-REV-SUM-RESULT           DELIMITED BY SIZE
127694         INTO CONTROL-RECORD.
127695     WRITE CONTROL-RECORD.
127696
127700* Loads the department master into the lookup table.  An
127800* unreadable, empty or oversized master fails the run before
127900* any record is processed: with no master every pair would
132700         MOVE WS-MST-SUB TO WS-MST-FOUND-SUB
132800     END-IF.
132900
132907* Reads the whole TRANFILE once, before the duplicate-run gate.
132914* The feed can carry several H...T batches, one or more per
132921* upstream source, and each is proved here on its own: header
132928* date and cycle, trailer record count and hash total, and the
132935* source registry.  Each batch is marked accepted or set aside
132942* before a single pair posts, so a bad batch costs only its
132949* own records.  The run's cycle comes from the first header
132956* (01 when there is none), and keys the ledger gate and the
132963* restart check as before; a later batch for another cycle is
132970* set aside.  The main pass brackets the records exactly the
132977* same way, so the batch table tells it what to post.
132984 PRESCAN-TRANFILE-BATCHES.
132991     OPEN INPUT TRANS-FILE.
132998     IF WS-TRANS-STATUS = "00"
133005         PERFORM UNTIL END-OF-FILE
133012             READ TRANS-FILE
133019                 AT END
133026                     SET END-OF-FILE TO TRUE
133033                 NOT AT END
133040                     PERFORM PRESCAN-ONE-RECORD
133047             END-READ
133054         END-PERFORM
133061         IF IN-A-BATCH
133068             PERFORM CLOSE-PRESCAN-BATCH
133075         END-IF
133082         CLOSE TRANS-FILE
133089     END-IF.
133096     MOVE "N" TO WS-EOF-SWITCH.
133103     MOVE ZERO TO WS-HASH-TOTAL.
133110     PERFORM SETTLE-BATCH-TOTALS.
133117     PERFORM CHECK-EXPECTED-SOURCES.
133124
133131 PRESCAN-ONE-RECORD.
133138     EVALUATE TRUE
133145         WHEN HEADER-RECORD
133152             IF IN-A-BATCH
133159                 PERFORM CLOSE-PRESCAN-BATCH
133166             END-IF
133173             PERFORM OPEN-PRESCAN-BATCH
133180         WHEN TRAILER-RECORD
133187             IF IN-A-BATCH
133194                 PERFORM TAKE-BATCH-TRAILER
133201                 PERFORM CLOSE-PRESCAN-BATCH
133208             ELSE
133215                 ADD 1 TO WS-ORPHAN-COUNT
133222             END-IF
133229         WHEN OTHER
133236             IF IN-A-BATCH
133243                 ADD 1 TO WS-PRE-REC-COUNT
133250                 IF DETAIL-RECORD OR EXTENDED-RECORD
133257                     PERFORM ADD-TO-HASH-TOTAL
133264                 END-IF
133271             ELSE
133278                 ADD 1 TO WS-ORPHAN-COUNT
133285             END-IF
133292     END-EVALUATE.
133299
133306* A batch past the end of the table cannot be proved, so it is
133313* counted and set aside whole.
133320 OPEN-PRESCAN-BATCH.
133327     ADD 1 TO WS-BAT-SEEN.
133334     SET IN-A-BATCH TO TRUE.
133341     MOVE ZERO TO WS-PRE-REC-COUNT.
133348     MOVE ZERO TO WS-HASH-TOTAL.
133355     IF WS-BAT-SEEN = 1 AND HDR-CYCLE-NO NUMERIC
133362         MOVE HDR-CYCLE-NO TO WS-CYCLE-NO
133369     END-IF.
133376     IF WS-BAT-SEEN > WS-BAT-MAX
133383         ADD 1 TO WS-BAT-OVFL-COUNT
133390     ELSE
133397         MOVE WS-BAT-SEEN   TO WS-BAT-USED
133404         MOVE WS-BAT-SEEN   TO WS-BAT-SUB
133411         MOVE HDR-SOURCE-ID TO WS-BAT-SOURCE-ID(WS-BAT-SUB)
133418         MOVE HDR-FILE-DATE TO WS-BAT-FILE-DATE(WS-BAT-SUB)
133425         MOVE HDR-CYCLE-NO  TO WS-BAT-CYCLE-NO(WS-BAT-SUB)
133432         MOVE "N"           TO WS-BAT-TRL-FLAG(WS-BAT-SUB)
133439         MOVE ZERO          TO WS-BAT-TRL-COUNT(WS-BAT-SUB)
133446         MOVE ZERO          TO WS-BAT-TRL-HASH(WS-BAT-SUB)
133453         MOVE SPACE         TO WS-BAT-DUE-FLAG(WS-BAT-SUB)
133460         MOVE SPACES        TO WS-BAT-REASON(WS-BAT-SUB)
133467     END-IF.
133474
133481* Trailer flag: N no trailer yet, Y usable, B non-numeric.
133488 TAKE-BATCH-TRAILER.
133495     IF WS-BAT-SEEN NOT > WS-BAT-MAX
133502         IF TRL-RECORD-COUNT NUMERIC
133509            AND TRL-HASH-TOTAL NUMERIC
133516             MOVE "Y" TO WS-BAT-TRL-FLAG(WS-BAT-SUB)
133523             MOVE TRL-RECORD-COUNT TO WS-BAT-TRL-COUNT(WS-BAT-SUB)
133530             MOVE TRL-HASH-TOTAL-N TO WS-BAT-TRL-HASH(WS-BAT-SUB)
133537         ELSE
133544             MOVE "B" TO WS-BAT-TRL-FLAG(WS-BAT-SUB)
133551         END-IF
133558     END-IF.
133565
133572 CLOSE-PRESCAN-BATCH.
133579     MOVE "N" TO WS-IN-BATCH-SWITCH.
133586     IF WS-BAT-SEEN NOT > WS-BAT-MAX
133593         MOVE WS-PRE-REC-COUNT TO WS-BAT-REC-COUNT(WS-BAT-SUB)
133600         MOVE WS-HASH-TOTAL    TO WS-BAT-HASH-TOTAL(WS-BAT-SUB)
133607         PERFORM JUDGE-ONE-BATCH
133614     END-IF.
133621
133628* The first failed test names the reason; a batch with any
133635* reason at all is set aside.
133642 JUDGE-ONE-BATCH.
133649     IF WS-BAT-FILE-DATE(WS-BAT-SUB) NOT NUMERIC
133656         MOVE "BAD FILE DATE" TO WS-BAT-REASON(WS-BAT-SUB)
133663     ELSE
133670         IF WS-BAT-FILE-DATE(WS-BAT-SUB) NOT = WS-RUN-DATE
133677             MOVE "FILE DATE NOT TODAY"
133684                 TO WS-BAT-REASON(WS-BAT-SUB)
133691         END-IF
133698     END-IF.
133705     IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133712        AND (WS-BAT-CYCLE-NO(WS-BAT-SUB) NOT NUMERIC
133719             OR WS-BAT-CYCLE-NO(WS-BAT-SUB) NOT = WS-CYCLE-NO)
133726         MOVE "CYCLE MISMATCH" TO WS-BAT-REASON(WS-BAT-SUB)
133733     END-IF.
133740     IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133747         EVALUATE WS-BAT-TRL-FLAG(WS-BAT-SUB)
133754             WHEN "N"
133761                 MOVE "NO TRAILER" TO WS-BAT-REASON(WS-BAT-SUB)
133768             WHEN "B"
133775                 MOVE "BAD TRAILER TOTALS"
133782                     TO WS-BAT-REASON(WS-BAT-SUB)
133789         END-EVALUATE
133796     END-IF.
133803     IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133810        AND WS-BAT-REC-COUNT(WS-BAT-SUB)
133817            NOT = WS-BAT-TRL-COUNT(WS-BAT-SUB)
133824         MOVE "COUNT OUT OF BALANCE" TO WS-BAT-REASON(WS-BAT-SUB)
133831     END-IF.
133838     IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133845        AND WS-BAT-HASH-TOTAL(WS-BAT-SUB)
133852            NOT = WS-BAT-TRL-HASH(WS-BAT-SUB)
133859         MOVE "HASH OUT OF BALANCE" TO WS-BAT-REASON(WS-BAT-SUB)
133866     END-IF.
133873     PERFORM CHECK-BATCH-SOURCE.
133880     IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133887         MOVE "A" TO WS-BAT-STATUS(WS-BAT-SUB)
133894     ELSE
133901         MOVE "S" TO WS-BAT-STATUS(WS-BAT-SUB)
133908     END-IF.
133915
133922* With the registry in hand, a batch from a source not on it
133929* is set aside, and a registered source sending on a day or
133936* cycle it is not due is flagged (U) but posts.  The source is
133943* marked arrived either way, so it is not also reported
133950* missing.
133957 CHECK-BATCH-SOURCE.
133964     IF SOURCE-REGISTRY-LOADED
133971         MOVE WS-BAT-SOURCE-ID(WS-BAT-SUB) TO WS-SRG-LOOKUP-ID
133978         PERFORM LOOK-UP-SOURCE-REGISTRY
133985         IF WS-SRG-FOUND-SUB = ZERO
133992             IF WS-BAT-REASON(WS-BAT-SUB) = SPACES
133999                 MOVE "UNKNOWN SOURCE"
134002               TO WS-BAT-REASON(WS-BAT-SUB)
134006             END-IF
134013         ELSE
134020             MOVE "Y" TO WS-SRG-ARRIVED(WS-SRG-FOUND-SUB)
134027             MOVE WS-SRG-FOUND-SUB TO WS-SRG-SUB
134034             PERFORM JUDGE-SOURCE-DUE
134041             IF NOT SOURCE-IS-DUE
134048                 MOVE "U" TO WS-BAT-DUE-FLAG(WS-BAT-SUB)
134055             END-IF
134062         END-IF
134069     END-IF.
134076
134083* Totals the accepted batches' trailers for the end-of-run
134090* proof, and settles the source id the ledger and control
134097* report carry: the one source that posted, or MULTIPLE.
134104 SETTLE-BATCH-TOTALS.
134111     MOVE SPACES TO WS-HDR-SOURCE-ID.
134118     PERFORM SETTLE-ONE-BATCH
134125         VARYING WS-BAT-SUB FROM 1 BY 1
134132         UNTIL WS-BAT-SUB > WS-BAT-USED.
134139     IF WS-BAT-OVFL-COUNT > ZERO
134146         ADD WS-BAT-OVFL-COUNT TO WS-BAT-SETASIDE
134153         DISPLAY "WARNING: " WS-BAT-OVFL-COUNT
134160             " TRANFILE BATCHES OVER THE " WS-BAT-MAX
134167             "-BATCH LIMIT SET ASIDE"
134174     END-IF.
134181     IF WS-ORPHAN-COUNT > ZERO
134188         DISPLAY "WARNING: " WS-ORPHAN-COUNT
134195             " TRANFILE RECORDS OUTSIDE ANY BATCH SET ASIDE"
134202     END-IF.
134209
134216 SETTLE-ONE-BATCH.
134223     IF WS-BAT-STATUS(WS-BAT-SUB) = "A"
134230         ADD 1 TO WS-BAT-ACCEPTED
134237         ADD WS-BAT-TRL-COUNT(WS-BAT-SUB) TO WS-TRL-RECORD-COUNT
134244         ADD WS-BAT-TRL-HASH(WS-BAT-SUB)  TO WS-TRL-HASH-TOTAL
134251         IF WS-HDR-SOURCE-ID = SPACES
134258             MOVE WS-BAT-SOURCE-ID(WS-BAT-SUB) TO WS-HDR-SOURCE-ID
134265             MOVE WS-BAT-FILE-DATE(WS-BAT-SUB) TO WS-HDR-FILE-DATE
134272         ELSE
134279             IF WS-BAT-SOURCE-ID(WS-BAT-SUB)
134282          NOT = WS-HDR-SOURCE-ID
134286                 MOVE "MULTIPLE" TO WS-HDR-SOURCE-ID
134293             END-IF
134300         END-IF
134307     ELSE
134314         ADD 1 TO WS-BAT-SETASIDE
134321         DISPLAY "WARNING: TRANFILE BATCH " WS-BAT-SUB
134328             " FROM SOURCE " WS-BAT-SOURCE-ID(WS-BAT-SUB)
134335             " SET ASIDE - " WS-BAT-REASON(WS-BAT-SUB)
134342     END-IF.
134349
134356* A registered source due on this weekday and cycle that sent
134363* no batch at all is flagged missing (M) for the control
134370* report.
134377 CHECK-EXPECTED-SOURCES.
134384     IF SOURCE-REGISTRY-LOADED
134391         PERFORM CHECK-ONE-EXPECTED-SOURCE
134398             VARYING WS-SRG-SUB FROM 1 BY 1
134405             UNTIL WS-SRG-SUB > WS-SRG-USED
134412     END-IF.
134419
134426 CHECK-ONE-EXPECTED-SOURCE.
134433     PERFORM JUDGE-SOURCE-DUE.
134440     IF SOURCE-IS-DUE
134447        AND WS-SRG-ARRIVED(WS-SRG-SUB) NOT = "Y"
134454         ADD 1 TO WS-MISSING-SOURCES
134461         MOVE "M" TO WS-SRG-ARRIVED(WS-SRG-SUB)
134468         DISPLAY "WARNING: SOURCE " WS-SRG-SOURCE-ID(WS-SRG-SUB)
134475             " DUE TODAY SENT NO BATCH"
134482     END-IF.
134489
134496* Due means the registry's flag for today's weekday is Y and
134503* its cycle is 00 (any) or this run's cycle.
134510 JUDGE-SOURCE-DUE.
134517     MOVE "N" TO WS-SRG-DUE-SWITCH.
134524     IF WS-SRG-DAY-FLAG(WS-SRG-SUB, WS-DAY-OF-WEEK) = "Y"
134531        AND (WS-SRG-CYCLE-NO(WS-SRG-SUB) = "00"
134538             OR WS-SRG-CYCLE-NO(WS-SRG-SUB) = WS-CYCLE-NO)
134545         SET SOURCE-IS-DUE TO TRUE
134552     END-IF.
134559
134566 LOOK-UP-SOURCE-REGISTRY.
134573     MOVE ZERO TO WS-SRG-FOUND-SUB.
134580     PERFORM CHECK-SRG-ENTRY
134587         VARYING WS-SRG-SUB FROM 1 BY 1
134594         UNTIL WS-SRG-SUB > WS-SRG-USED.
134601
134608 CHECK-SRG-ENTRY.
134615     IF WS-SRG-SOURCE-ID(WS-SRG-SUB) = WS-SRG-LOOKUP-ID
134622         MOVE WS-SRG-SUB TO WS-SRG-FOUND-SUB
134629     END-IF.
134636
134643* Loads the source registry.  Without it (no dataset, or no
134650* usable cards) sources cannot be checked: every balanced batch
134657* posts, the control report says the registry was missing and
134664* the run ends with at least a warning.
134671 LOAD-SOURCE-REGISTRY.
134678     OPEN INPUT SOURCE-REG-FILE.
134685     IF WS-SRCREG-STATUS NOT = "00"
134692         SET SOURCE-REGISTRY-DONE TO TRUE
134699     END-IF.
134706     PERFORM UNTIL SOURCE-REGISTRY-DONE
134713         READ SOURCE-REG-FILE
134720             AT END
134727                 SET SOURCE-REGISTRY-DONE TO TRUE
134734             NOT AT END
134741                 PERFORM LOAD-ONE-SOURCE
134748         END-READ
134755     END-PERFORM.
134762     IF WS-SRCREG-STATUS = "00" OR "10"
134769         CLOSE SOURCE-REG-FILE
134776     END-IF.
134783     IF WS-SRG-USED > ZERO
134790         SET SOURCE-REGISTRY-LOADED TO TRUE
134797     ELSE
134804         DISPLAY "WARNING: SOURCE REGISTRY NOT AVAILABLE, STATUS="
134811             WS-SRCREG-STATUS " - SOURCES NOT CHECKED"
134818     END-IF.
134825
134832 LOAD-ONE-SOURCE.
134839     IF SRG-SOURCE-ID NOT = SPACES
134846         IF WS-SRG-USED < WS-SRG-MAX
134853             ADD 1 TO WS-SRG-USED
134860             MOVE SRG-SOURCE-ID   TO WS-SRG-SOURCE-ID(WS-SRG-USED)
134867             MOVE SRG-DAY-FLAGS   TO WS-SRG-DAY-FLAGS(WS-SRG-USED)
134874             MOVE SRG-CYCLE-NO    TO WS-SRG-CYCLE-NO(WS-SRG-USED)
134881             MOVE SRG-DESCRIPTION
134888                 TO WS-SRG-DESCRIPTION(WS-SRG-USED)
134895             MOVE "N"             TO WS-SRG-ARRIVED(WS-SRG-USED)
134902         ELSE
134909             DISPLAY "WARNING: SOURCE REGISTRY TABLE FULL, "
134916                 SRG-SOURCE-ID " IGNORED"
134923         END-IF
134930     END-IF.
134960
135000* Counts the repairs still waiting in the approval queue
135100* (pending or returned) so the control report shows what has
135200* not yet reached a nightly run.  No queue dataset is a
