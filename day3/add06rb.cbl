000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. add06rb.
000300
000400* Rebuilds the inquiry KSDS from the audit generations, and
000500* proves the cluster against the run ledger.  The parameter
000600* card picks the mode:
000700*   R  rebuild -- the cluster has just been deleted and
000800*      redefined (add06rb.jcl).  Every record on the online
000900*      archive generations and then on every retained audit
001000*      generation is loaded, except those dated before the
001100*      purge cutoff: ADD06PG has already taken those out of
001200*      the cluster for good.  A key met a second time (the
001300*      same posting on an archive and a retained copy, or a
001400*      forced rerun's second copy) keeps the copy loaded
001500*      first; identical copies are only counted, copies that
001600*      differ are listed.  The cluster is then proved.
001700*   V  verify only -- the live cluster is proved as it stands,
001800*      so drift is found before anybody needs the data.
001900* The proof counts the cluster by run date and cycle and
002000* compares each against the posting count on the latest
002100* COMPLETE ledger entry for it.  A count that differs, a run
002200* in the cluster with no COMPLETE entry, a COMPLETE run
002300* missing from the cluster, and a record dated before the
002400* purge cutoff are all listed.  Ledger entries written before
002500* the posting count was kept are listed as not provable.
002600*
002700* The purge cutoff is the highest cutoff on a COMPLETE purge
002800* log entry, unless the card supplies one in columns 2-9.
002900*
003000* Only the audit cluster is written.  Department balances, the
003100* reversal register and the period locks already hold every
003200* record loaded before, so nothing is posted or entered again.
003300*
003400* Condition codes: 0 the cluster proves, 8 a run date does
003500* not prove or a load failed, 12 the cluster, the ledger or
003600* the parameter card cannot be used.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE ASSIGN TO "RBPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400
004500     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ARCHIVE-STATUS.
004800
004900     SELECT RETAIN-FILE ASSIGN TO "RETFILE"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RETAIN-STATUS.
005200
005300*    Dynamic access: the load writes at random by key, the
005400*    proof reads the cluster from the top in key order.
005500     SELECT AUDIT-KSDS ASSIGN TO "AUDITKSD"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS KAUD-KEY
005900         FILE STATUS IS WS-KSDS-STATUS.
006000
006100     SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LEDGER-STATUS.
006400
006500     SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PURGE-LOG-STATUS.
006800
006900     SELECT REPORT-FILE ASSIGN TO "RBRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARM-FILE.
007600 01  PARM-RECORD.
007700     05 PRM-MODE            PIC X.
007800        88 PRM-REBUILD                  VALUE "R".
007900        88 PRM-VERIFY                   VALUE "V".
008000     05 PRM-CUTOFF-DATE     PIC X(8).
008100
008200 FD  ARCHIVE-FILE.
008300     COPY "auditrec.cpy".
008400
008500 FD  RETAIN-FILE.
008600     COPY "auditrec.cpy"
008700         REPLACING ==AUDIT-RECORD==      BY ==RETAIN-RECORD==
008800                   ==AUD-KEY==           BY ==RAUD-KEY==
008900                   ==AUD-RUN-DATE==      BY ==RAUD-RUN-DATE==
009000                   ==AUD-CYCLE-NO==      BY ==RAUD-CYCLE-NO==
009100                   ==AUD-SEQ-NO==        BY ==RAUD-SEQ-NO==
009200                   ==AUD-RUN-ID==        BY ==RAUD-RUN-ID==
009300                   ==AUD-DEPT-CODE==     BY ==RAUD-DEPT-CODE==
009400                   ==AUD-OPERATION-CODE==
009500                         BY ==RAUD-OPERATION-CODE==
009600                   ==AUD-SOURCE-CODE==   BY ==RAUD-SOURCE-CODE==
009700                   ==AUD-ORIG-KEY==      BY ==RAUD-ORIG-KEY==
009800                   ==AUD-ORIG-RUN-DATE==
009900                         BY ==RAUD-ORIG-RUN-DATE==
010000                   ==AUD-ORIG-CYCLE-NO==
010100                         BY ==RAUD-ORIG-CYCLE-NO==
010200                   ==AUD-ORIG-SEQ-NO==   BY ==RAUD-ORIG-SEQ-NO==
010300                   ==AUD-FIRST-NUMBER==  BY ==RAUD-FIRST-NUMBER==
010400                   ==AUD-SECOND-NUMBER== BY ==RAUD-SECOND-NUMBER==
010500                   ==AUD-THE-RESULT==    BY ==RAUD-THE-RESULT==
010600                   ==AUD-REV-KEY==       BY ==RAUD-REV-KEY==
010700                   ==AUD-REV-RUN-DATE==  BY ==RAUD-REV-RUN-DATE==
010800                   ==AUD-REV-CYCLE-NO==  BY ==RAUD-REV-CYCLE-NO==
010900                   ==AUD-REV-SEQ-NO==    BY ==RAUD-REV-SEQ-NO==
011000                   ==AUD-SOURCE-REF==    BY ==RAUD-SOURCE-REF==.
011100
011200 FD  AUDIT-KSDS.
011300     COPY "auditrec.cpy"
011400         REPLACING ==AUDIT-RECORD==      BY ==KSDS-RECORD==
011500                   ==AUD-KEY==           BY ==KAUD-KEY==
011600                   ==AUD-RUN-DATE==      BY ==KAUD-RUN-DATE==
011700                   ==AUD-CYCLE-NO==      BY ==KAUD-CYCLE-NO==
011800                   ==AUD-SEQ-NO==        BY ==KAUD-SEQ-NO==
011900                   ==AUD-RUN-ID==        BY ==KAUD-RUN-ID==
012000                   ==AUD-DEPT-CODE==     BY ==KAUD-DEPT-CODE==
012100                   ==AUD-OPERATION-CODE==
012200                         BY ==KAUD-OPERATION-CODE==
012300                   ==AUD-SOURCE-CODE==   BY ==KAUD-SOURCE-CODE==
012400                   ==AUD-ORIG-KEY==      BY ==KAUD-ORIG-KEY==
012500                   ==AUD-ORIG-RUN-DATE==
012600                         BY ==KAUD-ORIG-RUN-DATE==
012700                   ==AUD-ORIG-CYCLE-NO==
012800                         BY ==KAUD-ORIG-CYCLE-NO==
012900                   ==AUD-ORIG-SEQ-NO==   BY ==KAUD-ORIG-SEQ-NO==
013000                   ==AUD-FIRST-NUMBER==  BY ==KAUD-FIRST-NUMBER==
013100                   ==AUD-SECOND-NUMBER== BY ==KAUD-SECOND-NUMBER==
013200                   ==AUD-THE-RESULT==    BY ==KAUD-THE-RESULT==
013300                   ==AUD-REV-KEY==       BY ==KAUD-REV-KEY==
013400                   ==AUD-REV-RUN-DATE==  BY ==KAUD-REV-RUN-DATE==
013500                   ==AUD-REV-CYCLE-NO==  BY ==KAUD-REV-CYCLE-NO==
013600                   ==AUD-REV-SEQ-NO==    BY ==KAUD-REV-SEQ-NO==
013700                   ==AUD-SOURCE-REF==    BY ==KAUD-SOURCE-REF==.
013800
013900 FD  LEDGER-FILE.
014000     COPY "ledgrec.cpy".
014100
014200 FD  PURGE-LOG-FILE.
014300     COPY "purglog.cpy".
014400
014500 FD  REPORT-FILE.
014600 01  REPORT-RECORD         PIC X(100).
014700
014800 WORKING-STORAGE SECTION.
014900 01 WS-PARM-STATUS       PIC XX          VALUE "00".
015000 01 WS-ARCHIVE-STATUS    PIC XX          VALUE "00".
015100 01 WS-RETAIN-STATUS     PIC XX          VALUE "00".
015200 01 WS-KSDS-STATUS       PIC XX          VALUE "00".
015300 01 WS-LEDGER-STATUS     PIC XX          VALUE "00".
015400 01 WS-PURGE-LOG-STATUS  PIC XX          VALUE "00".
015500 01 WS-REPORT-STATUS     PIC XX          VALUE "00".
015600 01 WS-EOF-SWITCH        PIC X           VALUE "N".
015700    88 END-OF-FILE                       VALUE "Y".
015800 01 WS-MODE              PIC X           VALUE SPACE.
015900    88 REBUILD-MODE                      VALUE "R".
016000    88 VERIFY-MODE                       VALUE "V".
016100 01 WS-PARM-SWITCH       PIC X           VALUE "N".
016200    88 PARM-IS-GOOD                      VALUE "Y".
016300 01 WS-KSDS-OPEN-SWITCH  PIC X           VALUE "N".
016400    88 KSDS-IS-OPEN                      VALUE "Y".
016500 01 WS-RUN-RC            PIC 99          VALUE ZERO.
016600 01 WS-CURRENT-DATE-TIME PIC X(21)       VALUE SPACES.
016700
016800* The purge cutoff and where it came from.
016900 01 WS-PURGE-CUTOFF      PIC 9(8)        VALUE ZERO.
017000 01 WS-CUTOFF-SOURCE     PIC X(30)       VALUE SPACES.
017100
017200* Rebuild counts.
017300 01 WS-ARCHIVE-READ      PIC 9(9)        VALUE ZERO.
017400 01 WS-RETAIN-READ       PIC 9(9)        VALUE ZERO.
017500 01 WS-PURGED-DROPPED    PIC 9(9)        VALUE ZERO.
017600 01 WS-LOAD-COUNT        PIC 9(9)        VALUE ZERO.
017700 01 WS-SAME-DUP-COUNT    PIC 9(9)        VALUE ZERO.
017800 01 WS-DIFF-DUP-COUNT    PIC 9(9)        VALUE ZERO.
017900 01 WS-LOAD-ERRORS       PIC 9(9)        VALUE ZERO.
018000 01 WS-INCOMING-RECORD   PIC X(111)      VALUE SPACES.
018100 01 WS-INCOMING-SOURCE   PIC X(7)        VALUE SPACES.
018200
018300* The COMPLETE ledger runs to prove, one slot per run date and
018400* cycle, holding the posting count of the latest entry.
018500 01 WS-RUN-MAX           PIC 9(4)        VALUE 3000.
018600 01 WS-RUN-USED          PIC 9(4)        VALUE ZERO.
018700 01 WS-RUN-SUB           PIC 9(4)        VALUE ZERO.
018800 01 WS-RUN-FOUND-SUB     PIC 9(4)        VALUE ZERO.
018900 01 WS-RUN-DROPPED       PIC 9(6)        VALUE ZERO.
019000 01 WS-RUN-TABLE.
019100    05 WS-RUN-ENTRY OCCURS 3000 TIMES.
019200       10 WS-RUN-DATE        PIC 9(8).
019300       10 WS-RUN-CYCLE-NO    PIC 9(2).
019400       10 WS-RUN-POST-COUNT  PIC 9(6).
019500       10 WS-RUN-COUNTED-SW  PIC X.
019600          88 RUN-IS-COUNTED             VALUE "Y".
019700       10 WS-RUN-SEEN-SW     PIC X.
019800          88 RUN-SEEN-IN-CLUSTER        VALUE "Y".
019900
020000* The cluster run being counted.
020100 01 WS-WANT-DATE         PIC 9(8)        VALUE ZERO.
020200 01 WS-WANT-CYCLE-NO     PIC 9(2)        VALUE ZERO.
020300 01 WS-CUR-DATE          PIC 9(8)        VALUE ZERO.
020400 01 WS-CUR-CYCLE-NO      PIC 9(2)        VALUE ZERO.
020500 01 WS-CUR-COUNT         PIC 9(9)        VALUE ZERO.
020600 01 WS-FIRST-SWITCH      PIC X           VALUE "Y".
020700    88 FIRST-CLUSTER-RECORD              VALUE "Y".
020800
020900* Proof counts.
021000 01 WS-CLUSTER-COUNT     PIC 9(9)        VALUE ZERO.
021100 01 WS-RUNS-PROVED       PIC 9(6)        VALUE ZERO.
021200 01 WS-RUNS-MATCHED      PIC 9(6)        VALUE ZERO.
021300 01 WS-RUNS-MISMATCHED   PIC 9(6)        VALUE ZERO.
021400 01 WS-RUNS-UNPROVABLE   PIC 9(6)        VALUE ZERO.
021500 01 WS-LEDGER-COUNT      PIC 9(9)        VALUE ZERO.
021600 01 WS-PROOF-REASON      PIC X(30)       VALUE SPACES.
021700
021800 PROCEDURE DIVISION.
021900
022000 PROGRAM-BEGIN.
022100     OPEN OUTPUT REPORT-FILE.
022200     IF WS-REPORT-STATUS NOT = "00"
022300         DISPLAY "WARNING: RBRPT OPEN FAILED, STATUS="
022400             WS-REPORT-STATUS
022500     END-IF.
022600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
022700
022800     PERFORM READ-REBUILD-PARAMETERS.
022900     IF NOT PARM-IS-GOOD
023000         MOVE 12 TO WS-RUN-RC
023100     ELSE
023200         PERFORM WRITE-REPORT-HEADING
023300         PERFORM FIND-PURGE-CUTOFF
023400         PERFORM LOAD-LEDGER-RUNS
023500     END-IF.
023600
023700     IF WS-RUN-RC = ZERO AND REBUILD-MODE
023800         PERFORM RELOAD-THE-CLUSTER
023900     END-IF.
024000     IF WS-RUN-RC < 12
024100         PERFORM PROVE-THE-CLUSTER
024200     END-IF.
024300     IF PARM-IS-GOOD
024400         PERFORM WRITE-REPORT-TOTALS
024500     END-IF.
024600
024700     IF WS-REPORT-STATUS = "00"
024800         CLOSE REPORT-FILE
024900     END-IF.
025000
025100     IF WS-RUN-RC > ZERO
025200         MOVE WS-RUN-RC TO RETURN-CODE
025300     END-IF.
025400
025500 PROGRAM-DONE.
025600     STOP RUN.
025700
025800 READ-REBUILD-PARAMETERS.
025900     OPEN INPUT PARM-FILE.
026000     IF WS-PARM-STATUS NOT = "00"
026100         DISPLAY "ERROR: RBPARM NOT AVAILABLE, STATUS="
026200             WS-PARM-STATUS
026300     ELSE
026400         READ PARM-FILE
026500             AT END
026600                 DISPLAY "ERROR: RBPARM IS EMPTY"
026700             NOT AT END
026800                 PERFORM CHECK-PARAMETER-CARD
026900         END-READ
027000         CLOSE PARM-FILE
027100     END-IF.
027200
027300 CHECK-PARAMETER-CARD.
027400     IF NOT PRM-REBUILD AND NOT PRM-VERIFY
027500         DISPLAY "ERROR: RBPARM MODE MUST BE R OR V: " PRM-MODE
027600     ELSE
027700     IF PRM-CUTOFF-DATE NOT = SPACES
027800        AND PRM-CUTOFF-DATE NOT NUMERIC
027900         DISPLAY "ERROR: RBPARM CUTOFF MUST BE A NUMERIC DATE: "
028000             PRM-CUTOFF-DATE
028100     ELSE
028200         MOVE PRM-MODE TO WS-MODE
028300         SET PARM-IS-GOOD TO TRUE
028400         IF PRM-CUTOFF-DATE NUMERIC
028500             MOVE PRM-CUTOFF-DATE TO WS-PURGE-CUTOFF
028600             MOVE "PARAMETER CARD" TO WS-CUTOFF-SOURCE
028700         END-IF
028800     END-IF
028900     END-IF.
029000
029100* The highest cutoff any purge completed.  No purge log means
029200* nothing has been purged yet, so nothing is dropped.
029300 FIND-PURGE-CUTOFF.
029400     IF WS-CUTOFF-SOURCE = SPACES
029500         MOVE "NO COMPLETE PURGE ON THE LOG" TO WS-CUTOFF-SOURCE
029600         MOVE "N" TO WS-EOF-SWITCH
029700         OPEN INPUT PURGE-LOG-FILE
029800         IF WS-PURGE-LOG-STATUS NOT = "00"
029900             DISPLAY "WARNING: PURGE LOG NOT AVAILABLE, STATUS="
030000                 WS-PURGE-LOG-STATUS " - NOTHING DROPPED"
030100             SET END-OF-FILE TO TRUE
030200         END-IF
030300         PERFORM UNTIL END-OF-FILE
030400             READ PURGE-LOG-FILE
030500                 AT END
030600                     SET END-OF-FILE TO TRUE
030700                 NOT AT END
030800                     PERFORM TAKE-ONE-PURGE-ENTRY
030900             END-READ
031000         END-PERFORM
031100         IF WS-PURGE-LOG-STATUS = "00" OR "10"
031200             CLOSE PURGE-LOG-FILE
031300         END-IF
031400     END-IF.
031500
031600 TAKE-ONE-PURGE-ENTRY.
031700     IF PGL-PURGE-COMPLETE
031800        AND PGL-CUTOFF-DATE NUMERIC
031900        AND PGL-CUTOFF-DATE > WS-PURGE-CUTOFF
032000         MOVE PGL-CUTOFF-DATE TO WS-PURGE-CUTOFF
032100         MOVE "PURGE LOG" TO WS-CUTOFF-SOURCE
032200     END-IF.
032300
032400* Every COMPLETE run on or after the cutoff, at its latest
032500* entry, is a run the cluster must hold.
032600 LOAD-LEDGER-RUNS.
032700     MOVE "N" TO WS-EOF-SWITCH.
032800     OPEN INPUT LEDGER-FILE.
032900     IF WS-LEDGER-STATUS NOT = "00"
033000         DISPLAY "ERROR: RUN LEDGER NOT AVAILABLE, STATUS="
033100             WS-LEDGER-STATUS
033200         MOVE 12 TO WS-RUN-RC
033300         SET END-OF-FILE TO TRUE
033400     END-IF.
033500     PERFORM UNTIL END-OF-FILE
033600         READ LEDGER-FILE
033700             AT END
033800                 SET END-OF-FILE TO TRUE
033900             NOT AT END
034000                 IF LGR-RUN-COMPLETE
034100                    AND LGR-RUN-DATE NOT < WS-PURGE-CUTOFF
034200                     PERFORM TAKE-ONE-LEDGER-RUN
034300                 END-IF
034400         END-READ
034500     END-PERFORM.
034600     IF WS-LEDGER-STATUS = "00" OR "10"
034700         CLOSE LEDGER-FILE
034800     END-IF.
034900     IF WS-RUN-DROPPED > ZERO
035000         DISPLAY "WARNING: " WS-RUN-DROPPED
035100             " LEDGER RUNS BEYOND THE TABLE NOT PROVED"
035200     END-IF.
035300
035400 TAKE-ONE-LEDGER-RUN.
035500     MOVE LGR-RUN-DATE TO WS-WANT-DATE.
035600     MOVE LGR-CYCLE-NO TO WS-WANT-CYCLE-NO.
035700     PERFORM FIND-LEDGER-RUN.
035800     IF WS-RUN-FOUND-SUB = ZERO
035900         IF WS-RUN-USED < WS-RUN-MAX
036000             ADD 1 TO WS-RUN-USED
036100             MOVE WS-RUN-USED TO WS-RUN-FOUND-SUB
036200             MOVE LGR-RUN-DATE TO WS-RUN-DATE(WS-RUN-FOUND-SUB)
036300             MOVE LGR-CYCLE-NO
036400                 TO WS-RUN-CYCLE-NO(WS-RUN-FOUND-SUB)
036500             MOVE "N" TO WS-RUN-SEEN-SW(WS-RUN-FOUND-SUB)
036600         ELSE
036700             ADD 1 TO WS-RUN-DROPPED
036800         END-IF
036900     END-IF.
037000     IF WS-RUN-FOUND-SUB > ZERO
037100         IF LGR-POST-COUNT NUMERIC
037200             MOVE LGR-POST-COUNT
037300                 TO WS-RUN-POST-COUNT(WS-RUN-FOUND-SUB)
037400             MOVE "Y" TO WS-RUN-COUNTED-SW(WS-RUN-FOUND-SUB)
037500         ELSE
037600             MOVE ZERO TO WS-RUN-POST-COUNT(WS-RUN-FOUND-SUB)
037700             MOVE "N" TO WS-RUN-COUNTED-SW(WS-RUN-FOUND-SUB)
037800         END-IF
037900     END-IF.
038000
038100* Leaves the slot of WS-WANT-DATE/WS-WANT-CYCLE-NO in
038200* WS-RUN-FOUND-SUB, zero when the ledger has no such run.
038300 FIND-LEDGER-RUN.
038400     MOVE ZERO TO WS-RUN-FOUND-SUB.
038500     PERFORM CHECK-LEDGER-RUN
038600         VARYING WS-RUN-SUB FROM 1 BY 1
038700         UNTIL WS-RUN-SUB > WS-RUN-USED
038800            OR WS-RUN-FOUND-SUB > ZERO.
038900
039000 CHECK-LEDGER-RUN.
039100     IF WS-RUN-DATE(WS-RUN-SUB) = WS-WANT-DATE
039200        AND WS-RUN-CYCLE-NO(WS-RUN-SUB) = WS-WANT-CYCLE-NO
039300         MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
039400     END-IF.
039500
039600* Loads the archives first, then the retained generations.  A
039700* cluster never loaded before is opened for its first load.
039800 RELOAD-THE-CLUSTER.
039900     OPEN I-O AUDIT-KSDS.
040000     IF WS-KSDS-STATUS = "35"
040100         OPEN OUTPUT AUDIT-KSDS
040200         IF WS-KSDS-STATUS = "00"
040300             CLOSE AUDIT-KSDS
040400             OPEN I-O AUDIT-KSDS
040500         END-IF
040600     END-IF.
040700     IF WS-KSDS-STATUS NOT = "00"
040800         DISPLAY "ERROR: AUDIT KSDS NOT OPEN FOR REBUILD, STATUS="
040900             WS-KSDS-STATUS " - NOTHING LOADED"
041000         MOVE 12 TO WS-RUN-RC
041100     ELSE
041200         PERFORM LOAD-THE-ARCHIVES
041300         PERFORM LOAD-THE-RETAINED-GENERATIONS
041400         CLOSE AUDIT-KSDS
041500     END-IF.
041600     IF WS-DIFF-DUP-COUNT > ZERO OR WS-LOAD-ERRORS > ZERO
041700         IF WS-RUN-RC < 8
041800             MOVE 8 TO WS-RUN-RC
041900         END-IF
042000     END-IF.
042100
042200 LOAD-THE-ARCHIVES.
042300     MOVE "N" TO WS-EOF-SWITCH.
042400     MOVE "ARCHIVE" TO WS-INCOMING-SOURCE.
042500     OPEN INPUT ARCHIVE-FILE.
042600     IF WS-ARCHIVE-STATUS NOT = "00"
042700         DISPLAY "ERROR: ARCHIVE GENERATIONS NOT AVAILABLE, "
042800             "STATUS=" WS-ARCHIVE-STATUS
042900         MOVE 8 TO WS-RUN-RC
043000         SET END-OF-FILE TO TRUE
043100     END-IF.
043200     PERFORM UNTIL END-OF-FILE
043300         READ ARCHIVE-FILE
043400             AT END
043500                 SET END-OF-FILE TO TRUE
043600             NOT AT END
043700                 ADD 1 TO WS-ARCHIVE-READ
043800                 MOVE AUDIT-RECORD TO WS-INCOMING-RECORD
043900                 PERFORM LOAD-ONE-RECORD
044000         END-READ
044100     END-PERFORM.
044200     IF WS-ARCHIVE-STATUS = "00" OR "10"
044300         CLOSE ARCHIVE-FILE
044400     END-IF.
044500
044600 LOAD-THE-RETAINED-GENERATIONS.
044700     MOVE "N" TO WS-EOF-SWITCH.
044800     MOVE "RETAIN" TO WS-INCOMING-SOURCE.
044900     OPEN INPUT RETAIN-FILE.
045000     IF WS-RETAIN-STATUS NOT = "00"
045100         DISPLAY "ERROR: RETAINED GENERATIONS NOT AVAILABLE, "
045200             "STATUS=" WS-RETAIN-STATUS
045300         MOVE 8 TO WS-RUN-RC
045400         SET END-OF-FILE TO TRUE
045500     END-IF.
045600     PERFORM UNTIL END-OF-FILE
045700         READ RETAIN-FILE
045800             AT END
045900                 SET END-OF-FILE TO TRUE
046000             NOT AT END
046100                 ADD 1 TO WS-RETAIN-READ
046200                 MOVE RETAIN-RECORD TO WS-INCOMING-RECORD
046300                 PERFORM LOAD-ONE-RECORD
046400         END-READ
046500     END-PERFORM.
046600     IF WS-RETAIN-STATUS = "00" OR "10"
046700         CLOSE RETAIN-FILE
046800     END-IF.
046900
047000* Drops what ADD06PG purged, then writes the record.  On a
047100* duplicate key the copy already loaded is read back and
047200* compared with the one arriving.
047300 LOAD-ONE-RECORD.
047400     MOVE WS-INCOMING-RECORD TO KSDS-RECORD.
047500     IF KAUD-RUN-DATE < WS-PURGE-CUTOFF
047600         ADD 1 TO WS-PURGED-DROPPED
047700     ELSE
047800         WRITE KSDS-RECORD
047900             INVALID KEY
048000                 PERFORM CHECK-DUPLICATE-COPY
048100             NOT INVALID KEY
048200                 ADD 1 TO WS-LOAD-COUNT
048300         END-WRITE
048400     END-IF.
048500
048600 CHECK-DUPLICATE-COPY.
048700     IF WS-KSDS-STATUS NOT = "22"
048800         ADD 1 TO WS-LOAD-ERRORS
048900         DISPLAY "WARNING: KEY NOT LOADED, STATUS="
049000             WS-KSDS-STATUS " KEY=" KAUD-KEY
049100     ELSE
049200         READ AUDIT-KSDS RECORD KEY IS KAUD-KEY
049300             INVALID KEY
049400                 ADD 1 TO WS-LOAD-ERRORS
049500                 DISPLAY "WARNING: DUPLICATE KEY NOT READ, "
049600                     "STATUS=" WS-KSDS-STATUS " KEY=" KAUD-KEY
049700             NOT INVALID KEY
049800                 IF KSDS-RECORD = WS-INCOMING-RECORD
049900                     ADD 1 TO WS-SAME-DUP-COUNT
050000                 ELSE
050100                     PERFORM REPORT-DIFFERING-COPY
050200                 END-IF
050300         END-READ
050400     END-IF.
050500
050600 REPORT-DIFFERING-COPY.
050700     ADD 1 TO WS-DIFF-DUP-COUNT.
050800     MOVE SPACES TO REPORT-RECORD.
050900     STRING "DUPLICATE KEY "    DELIMITED BY SIZE
051000            KAUD-KEY            DELIMITED BY SIZE
051100            " ON "              DELIMITED BY SIZE
051200            WS-INCOMING-SOURCE  DELIMITED BY SPACE
051300            " DIFFERS FROM THE COPY LOADED - FIRST KEPT"
051400                                DELIMITED BY SIZE
051500         INTO REPORT-RECORD.
051600     PERFORM WRITE-REPORT-LINE.
051700
051800* Counts the cluster in key order, run date and cycle at a
051900* time, proving each run as it ends; then lists the COMPLETE
052000* runs the cluster never showed.
052100 PROVE-THE-CLUSTER.
052200     MOVE "N" TO WS-EOF-SWITCH.
052300     OPEN INPUT AUDIT-KSDS.
052400     IF WS-KSDS-STATUS NOT = "00"
052500         DISPLAY "ERROR: AUDIT KSDS NOT AVAILABLE, STATUS="
052600             WS-KSDS-STATUS
052700         MOVE 12 TO WS-RUN-RC
052800         SET END-OF-FILE TO TRUE
052900     ELSE
053000         SET KSDS-IS-OPEN TO TRUE
053100     END-IF.
053200     PERFORM UNTIL END-OF-FILE
053300         READ AUDIT-KSDS NEXT RECORD
053400             AT END
053500                 SET END-OF-FILE TO TRUE
053600             NOT AT END
053700                 PERFORM COUNT-ONE-CLUSTER-RECORD
053800         END-READ
053900     END-PERFORM.
054000     IF KSDS-IS-OPEN
054100         CLOSE AUDIT-KSDS
054200         IF NOT FIRST-CLUSTER-RECORD
054300             PERFORM PROVE-ONE-CLUSTER-RUN
054400         END-IF
054500         PERFORM CHECK-UNSEEN-LEDGER-RUN
054600             VARYING WS-RUN-SUB FROM 1 BY 1
054700             UNTIL WS-RUN-SUB > WS-RUN-USED
054800     END-IF.
054900     IF WS-RUNS-MISMATCHED > ZERO AND WS-RUN-RC < 8
055000         MOVE 8 TO WS-RUN-RC
055100     END-IF.
055200
055300 COUNT-ONE-CLUSTER-RECORD.
055400     ADD 1 TO WS-CLUSTER-COUNT.
055500     IF FIRST-CLUSTER-RECORD
055600         MOVE "N" TO WS-FIRST-SWITCH
055700     ELSE
055800     IF KAUD-RUN-DATE NOT = WS-CUR-DATE
055900        OR KAUD-CYCLE-NO NOT = WS-CUR-CYCLE-NO
056000         PERFORM PROVE-ONE-CLUSTER-RUN
056100     END-IF
056200     END-IF.
056300     IF WS-CUR-COUNT = ZERO
056400         MOVE KAUD-RUN-DATE TO WS-CUR-DATE
056500         MOVE KAUD-CYCLE-NO TO WS-CUR-CYCLE-NO
056600     END-IF.
056700     ADD 1 TO WS-CUR-COUNT.
056800
056900* Judges the run just counted, then starts the next one.
057000 PROVE-ONE-CLUSTER-RUN.
057100     ADD 1 TO WS-RUNS-PROVED.
057200     MOVE ZERO TO WS-LEDGER-COUNT.
057300     MOVE SPACES TO WS-PROOF-REASON.
057400     MOVE WS-CUR-DATE     TO WS-WANT-DATE.
057500     MOVE WS-CUR-CYCLE-NO TO WS-WANT-CYCLE-NO.
057600     PERFORM FIND-LEDGER-RUN.
057700     IF WS-CUR-DATE < WS-PURGE-CUTOFF
057800         MOVE "DATED BEFORE THE PURGE CUTOFF" TO WS-PROOF-REASON
057900     ELSE
058000     IF WS-RUN-FOUND-SUB = ZERO
058100         MOVE "NO COMPLETE LEDGER ENTRY" TO WS-PROOF-REASON
058200     ELSE
058300         MOVE "Y" TO WS-RUN-SEEN-SW(WS-RUN-FOUND-SUB)
058400         MOVE WS-RUN-POST-COUNT(WS-RUN-FOUND-SUB)
058500             TO WS-LEDGER-COUNT
058600         IF NOT RUN-IS-COUNTED(WS-RUN-FOUND-SUB)
058700             MOVE "NO POSTING COUNT ON LEDGER" TO WS-PROOF-REASON
058800         ELSE
058900         IF WS-CUR-COUNT NOT = WS-LEDGER-COUNT
059000             MOVE "COUNT DOES NOT MATCH LEDGER" TO WS-PROOF-REASON
059100         END-IF
059200         END-IF
059300     END-IF
059400     END-IF.
059500     PERFORM JUDGE-ONE-RUN.
059600     MOVE ZERO TO WS-CUR-COUNT.
059700
059800* A COMPLETE run that posted records but never showed in the
059900* cluster is a run date with nothing loaded.
060000 CHECK-UNSEEN-LEDGER-RUN.
060100     IF NOT RUN-SEEN-IN-CLUSTER(WS-RUN-SUB)
060200         ADD 1 TO WS-RUNS-PROVED
060300         MOVE WS-RUN-DATE(WS-RUN-SUB)     TO WS-CUR-DATE
060400         MOVE WS-RUN-CYCLE-NO(WS-RUN-SUB) TO WS-CUR-CYCLE-NO
060500         MOVE ZERO TO WS-CUR-COUNT
060600         MOVE WS-RUN-POST-COUNT(WS-RUN-SUB) TO WS-LEDGER-COUNT
060700         MOVE SPACES TO WS-PROOF-REASON
060800         IF NOT RUN-IS-COUNTED(WS-RUN-SUB)
060900             MOVE "NO POSTING COUNT ON LEDGER" TO WS-PROOF-REASON
061000         ELSE
061100         IF WS-LEDGER-COUNT > ZERO
061200             MOVE "NOT IN THE CLUSTER" TO WS-PROOF-REASON
061300         END-IF
061400         END-IF
061500         PERFORM JUDGE-ONE-RUN
061600     END-IF.
061700
061800 JUDGE-ONE-RUN.
061900     IF WS-PROOF-REASON = SPACES
062000         ADD 1 TO WS-RUNS-MATCHED
062100     ELSE
062200     IF WS-PROOF-REASON = "NO POSTING COUNT ON LEDGER"
062300         ADD 1 TO WS-RUNS-UNPROVABLE
062400         PERFORM WRITE-RUN-LINE
062500     ELSE
062600         ADD 1 TO WS-RUNS-MISMATCHED
062700         PERFORM WRITE-RUN-LINE
062800     END-IF
062900     END-IF.
063000
063100 WRITE-RUN-LINE.
063200     MOVE SPACES TO REPORT-RECORD.
063300     STRING "RUN DATE "         DELIMITED BY SIZE
063400            WS-CUR-DATE         DELIMITED BY SIZE
063500            " CYCLE "           DELIMITED BY SIZE
063600            WS-CUR-CYCLE-NO     DELIMITED BY SIZE
063700            "  CLUSTER "        DELIMITED BY SIZE
063800            WS-CUR-COUNT        DELIMITED BY SIZE
063900            "  LEDGER "         DELIMITED BY SIZE
064000            WS-LEDGER-COUNT     DELIMITED BY SIZE
064100            "  "                DELIMITED BY SIZE
064200            WS-PROOF-REASON     DELIMITED BY SIZE
064300         INTO REPORT-RECORD.
064400     PERFORM WRITE-REPORT-LINE.
064500
064600 WRITE-REPORT-HEADING.
064700     MOVE SPACES TO REPORT-RECORD.
064800     IF REBUILD-MODE
064900         MOVE "ADD06 INQUIRY KSDS REBUILD AND PROOF"
065000             TO REPORT-RECORD
065100     ELSE
065200         MOVE "ADD06 INQUIRY KSDS VERIFY AGAINST THE RUN LEDGER"
065300             TO REPORT-RECORD
065400     END-IF.
065500     PERFORM WRITE-REPORT-LINE.
065600
065700     MOVE SPACES TO REPORT-RECORD.
065800     STRING "RUN AT "                  DELIMITED BY SIZE
065900            WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
066000         INTO REPORT-RECORD.
066100     PERFORM WRITE-REPORT-LINE.
066200
066300     MOVE SPACES TO REPORT-RECORD.
066400     PERFORM WRITE-REPORT-LINE.
066500
066600 WRITE-REPORT-TOTALS.
066700     MOVE SPACES TO REPORT-RECORD.
066800     PERFORM WRITE-REPORT-LINE.
066900
067000     MOVE SPACES TO REPORT-RECORD.
067100     STRING "PURGE CUTOFF:         " DELIMITED BY SIZE
067200            WS-PURGE-CUTOFF          DELIMITED BY SIZE
067300            " FROM "                 DELIMITED BY SIZE
067400            WS-CUTOFF-SOURCE         DELIMITED BY SIZE
067500         INTO REPORT-RECORD.
067600     PERFORM WRITE-REPORT-LINE.
067700
067800     IF REBUILD-MODE
067900         MOVE SPACES TO REPORT-RECORD
068000         STRING "ARCHIVE RECORDS READ: " DELIMITED BY SIZE
068100                WS-ARCHIVE-READ          DELIMITED BY SIZE
068200             INTO REPORT-RECORD
068300         PERFORM WRITE-REPORT-LINE
068400         MOVE SPACES TO REPORT-RECORD
068500         STRING "RETAIN RECORDS READ:  " DELIMITED BY SIZE
068600                WS-RETAIN-READ           DELIMITED BY SIZE
068700             INTO REPORT-RECORD
068800         PERFORM WRITE-REPORT-LINE
068900         MOVE SPACES TO REPORT-RECORD
069000         STRING "DROPPED AS PURGED:    " DELIMITED BY SIZE
069100                WS-PURGED-DROPPED        DELIMITED BY SIZE
069200             INTO REPORT-RECORD
069300         PERFORM WRITE-REPORT-LINE
069400         MOVE SPACES TO REPORT-RECORD
069500         STRING "LOADED:               " DELIMITED BY SIZE
069600                WS-LOAD-COUNT            DELIMITED BY SIZE
069700             INTO REPORT-RECORD
069800         PERFORM WRITE-REPORT-LINE
069900         MOVE SPACES TO REPORT-RECORD
070000         STRING "DUPLICATES, SAME:     " DELIMITED BY SIZE
070100                WS-SAME-DUP-COUNT        DELIMITED BY SIZE
070200             INTO REPORT-RECORD
070300         PERFORM WRITE-REPORT-LINE
070400         MOVE SPACES TO REPORT-RECORD
070500         STRING "DUPLICATES, DIFFER:   " DELIMITED BY SIZE
070600                WS-DIFF-DUP-COUNT        DELIMITED BY SIZE
070700             INTO REPORT-RECORD
070800         PERFORM WRITE-REPORT-LINE
070900         MOVE SPACES TO REPORT-RECORD
071000         STRING "LOAD ERRORS:          " DELIMITED BY SIZE
071100                WS-LOAD-ERRORS           DELIMITED BY SIZE
071200             INTO REPORT-RECORD
071300         PERFORM WRITE-REPORT-LINE
071400     END-IF.
071500
071600     MOVE SPACES TO REPORT-RECORD.
071700     STRING "CLUSTER RECORDS:      " DELIMITED BY SIZE
071800            WS-CLUSTER-COUNT         DELIMITED BY SIZE
071900         INTO REPORT-RECORD.
072000     PERFORM WRITE-REPORT-LINE.
072100
072200     MOVE SPACES TO REPORT-RECORD.
072300     STRING "RUNS PROVED:          " DELIMITED BY SIZE
072400            WS-RUNS-PROVED           DELIMITED BY SIZE
072500            "  MATCHED "             DELIMITED BY SIZE
072600            WS-RUNS-MATCHED          DELIMITED BY SIZE
072700            "  NOT MATCHED "         DELIMITED BY SIZE
072800            WS-RUNS-MISMATCHED       DELIMITED BY SIZE
072900            "  NOT PROVABLE "        DELIMITED BY SIZE
073000            WS-RUNS-UNPROVABLE       DELIMITED BY SIZE
073100         INTO REPORT-RECORD.
073200     PERFORM WRITE-REPORT-LINE.
073300
073400     MOVE SPACES TO REPORT-RECORD.
073500     IF WS-RUN-RC = ZERO
073600         MOVE "KSDS STATUS:          PROVED AGAINST THE LEDGER"
073700             TO REPORT-RECORD
073800     ELSE
073900         MOVE "KSDS STATUS:          *** NOT PROVED ***"
074000             TO REPORT-RECORD
074100     END-IF.
074200     PERFORM WRITE-REPORT-LINE.
074300
074400     DISPLAY "CLUSTER RECORDS " WS-CLUSTER-COUNT
074500         " RUNS MATCHED " WS-RUNS-MATCHED
074600         " NOT MATCHED " WS-RUNS-MISMATCHED.
074700
074800 WRITE-REPORT-LINE.
074900     IF WS-REPORT-STATUS = "00"
075000         WRITE REPORT-RECORD
075100     END-IF.
