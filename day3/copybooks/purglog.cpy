000100* Shared layout for a purge log entry.  Append-only: ADD06PG
000200* adds one entry per run with its cutoff date and what it
000300* archived and deleted.  COMPLETE means the archive verified
000400* and balanced and every archived key came out of the inquiry
000500* KSDS, so nothing dated before the cutoff belongs in the
000600* cluster any more; FAILED means the cluster may still hold
000700* some or all of it.  ADD06RB rebuilds the cluster from the
000800* highest COMPLETE cutoff.  The run id is the writing
000900* program's current timestamp (YYYYMMDDHHMMSS).
001000 01  PURGE-LOG-RECORD.
001100     05 PGL-RUN-ID          PIC X(14).
001200     05 PGL-CUTOFF-DATE     PIC 9(8).
001300     05 PGL-ARCHIVE-COUNT   PIC 9(8).
001400     05 PGL-DELETE-COUNT    PIC 9(8).
001500     05 PGL-STATUS          PIC X(8).
001600        88 PGL-PURGE-COMPLETE           VALUE "COMPLETE".
001700        88 PGL-PURGE-FAILED             VALUE "FAILED".
