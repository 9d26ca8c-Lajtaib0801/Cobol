000100* Shared layout for a warehoused future-dated pair.  The
000200* warehouse is a KSDS keyed by effective date, department and
000300* the run date, cycle and sequence the pair arrived under, so
000400* a sequential pass reads it in the order ops wants it listed
000500* and the intake key still identifies each item uniquely.
000600* ADD06 writes an item when a D or E detail carries an
000700* effective date after the run date, and releases it (posts
000800* it with source code W) on the first run on or after that
000900* date.  ADD06WH lists the warehouse and cancels items.
001000 01  WAREHOUSE-RECORD.
001100     05 WHS-KEY.
001200        10 WHS-EFF-DATE      PIC 9(8).
001300        10 WHS-DEPT-CODE     PIC X(3).
001400        10 WHS-IN-RUN-DATE   PIC 9(8).
001500        10 WHS-IN-CYCLE-NO   PIC 9(2).
001600        10 WHS-IN-SEQ-NO     PIC 9(6).
001700* The detail exactly as it arrived on TRANFILE, less its
001800* effective date.
001900     05 WHS-REC-TYPE        PIC X.
002000     05 WHS-DETAIL-BODY     PIC X(21).
002100     05 WHS-DETAIL-VIEW REDEFINES WHS-DETAIL-BODY.
002200        10 FILLER            PIC X(3).
002300        10 WHS-OPERATION-CODE PIC X.
002400        10 WHS-VALUES        PIC X(17).
002500     05 WHS-SOURCE-ID       PIC X(8).
002600* W waiting, R released by ADD06, C cancelled by ops and not
002700* yet counted, X cancelled and counted on a control report.
002800* The status run date and cycle name the ADD06 run that
002900* released the item or counted its cancellation.
003000     05 WHS-STATUS          PIC X.
003100        88 WHS-WAITING                   VALUE "W".
003200        88 WHS-RELEASED                  VALUE "R".
003300        88 WHS-CANCEL-PENDING            VALUE "C".
003400        88 WHS-CANCELLED                 VALUE "X".
003500     05 WHS-STATUS-RUN-DATE PIC 9(8).
003600     05 WHS-STATUS-CYCLE-NO PIC 9(2).
003700     05 WHS-CANCEL-BY       PIC X(8).
003800     05 WHS-CANCEL-DATE     PIC 9(8).
003900* The source's own reference, posted with the pair.
004000     05 WHS-SOURCE-REF      PIC X(12).
