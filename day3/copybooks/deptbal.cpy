000100* Shared layout for a department balance for one fiscal period
000200* (a calendar month, YYYYMM).  The balance file is a KSDS
000300* keyed by department and period.  ADD06LD adds every audit
000400* record it publishes to the activity of the department and
000500* period of its run date, creating the record at a zero
000600* opening the first time; ADD06PC closes a period by rolling
000700* each department's closing balance into the next period's
000800* opening.  The closing balance is always opening plus
000900* activity, which the period-end statement proves.
001000 01  DEPT-BALANCE-RECORD.
001100     05 DBL-KEY.
001200        10 DBL-DEPT-CODE     PIC X(3).
001300        10 DBL-PERIOD        PIC 9(6).
001400     05 DBL-OPENING-BALANCE PIC S9(13)V9(4)
001500                            SIGN LEADING SEPARATE.
001600     05 DBL-PERIOD-ACTIVITY PIC S9(13)V9(4)
001700                            SIGN LEADING SEPARATE.
001800     05 DBL-CLOSING-BALANCE PIC S9(13)V9(4)
001900                            SIGN LEADING SEPARATE.
002000     05 DBL-POSTING-COUNT   PIC 9(7).
002100* The last audit record added to the activity.
002200     05 DBL-LAST-RUN-DATE   PIC 9(8).
002300     05 DBL-LAST-CYCLE-NO   PIC 9(2).
002400* Y once the close of the prior period has rolled its closing
002500* balance in; N while the opening is still the zero the record
002600* was created with.
002700     05 DBL-OPENING-SWITCH  PIC X.
002800        88 DBL-OPENING-ROLLED            VALUE "Y".
