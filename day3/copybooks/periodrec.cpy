000100* Shared layout for the lock state of a fiscal period (a
000200* calendar month, YYYYMM).  The period file is a KSDS keyed by
000300* period; a period with no record has never been closed and is
000400* open.  ADD06PC writes the record when it closes a period and
000500* marks it reopened when ops reopens it.  ADD06 refuses a run
000600* date, and ADD06XR and ADD06LD refuse a posting, that falls
000700* in a locked period.
000800 01  PERIOD-RECORD.
000900     05 PER-PERIOD          PIC 9(6).
001000* L locked by a close, R reopened by ops (posting allowed
001100* until the period is closed again).
001200     05 PER-STATUS          PIC X.
001300        88 PER-LOCKED                    VALUE "L".
001400        88 PER-REOPENED                  VALUE "R".
001500     05 PER-CLOSED-BY       PIC X(8).
001600     05 PER-CLOSED-DATE     PIC 9(8).
001700     05 PER-CLOSE-COUNT     PIC 9(2).
001800     05 PER-REOPENED-BY     PIC X(8).
001900     05 PER-REOPENED-DATE   PIC 9(8).
002000     05 PER-REOPEN-REASON   PIC X(30).
002100* Totals as of the last close, for the statement to prove.
002200     05 PER-DEPT-COUNT      PIC 9(4).
002300     05 PER-CLOSING-TOTAL   PIC S9(13)V9(4)
002400                            SIGN LEADING SEPARATE.
