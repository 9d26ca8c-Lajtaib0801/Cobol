000100* Shared layout for a suspected duplicate held in suspense.
000200* ADD06 writes an item instead of posting when a detail pair
000300* matches a posting already in the audit KSDS inside the ops
000400* look-back window (same department, operation, both amounts
000500* and, when the source sends one, the same source reference).
000600* The suspense is a KSDS keyed by the run date, cycle and
000700* sequence the pair arrived under.  ADD06SU lists it and
000800* records a clerk's release or discard; the next ADD06 run
000900* acts on the decision and writes it to the audit trail.
001000 01  SUSPENSE-RECORD.
001100     05 SUS-KEY.
001200        10 SUS-IN-RUN-DATE   PIC 9(8).
001300        10 SUS-IN-CYCLE-NO   PIC 9(2).
001400        10 SUS-IN-SEQ-NO     PIC 9(6).
001500* The detail exactly as it arrived on TRANFILE.
001600     05 SUS-REC-TYPE        PIC X.
001700     05 SUS-DETAIL-BODY     PIC X(21).
001800     05 SUS-DETAIL-VIEW REDEFINES SUS-DETAIL-BODY.
001900        10 SUS-DEPT-CODE     PIC X(3).
002000        10 SUS-OPERATION-CODE PIC X.
002100        10 SUS-VALUES        PIC X(17).
002200     05 SUS-SOURCE-REF      PIC X(12).
002300     05 SUS-SOURCE-ID       PIC X(8).
002400* The audit key of the posting the pair was matched against.
002500     05 SUS-MATCH-KEY.
002600        10 SUS-MATCH-RUN-DATE PIC 9(8).
002700        10 SUS-MATCH-CYCLE-NO PIC 9(2).
002800        10 SUS-MATCH-SEQ-NO  PIC 9(6).
002900* S suspect awaiting a clerk, R release decided and D discard
003000* decided (both not yet acted on), P released and posted, X
003100* discarded and recorded.  The status run date and cycle name
003200* the ADD06 run that acted on the decision.
003300     05 SUS-STATUS          PIC X.
003400        88 SUS-SUSPECT                   VALUE "S".
003500        88 SUS-RELEASE-PENDING           VALUE "R".
003600        88 SUS-DISCARD-PENDING           VALUE "D".
003700        88 SUS-POSTED                    VALUE "P".
003800        88 SUS-DISCARDED                 VALUE "X".
003900     05 SUS-STATUS-RUN-DATE PIC 9(8).
004000     05 SUS-STATUS-CYCLE-NO PIC 9(2).
004100     05 SUS-DECIDED-BY      PIC X(8).
004200     05 SUS-DECIDED-DATE    PIC 9(8).
