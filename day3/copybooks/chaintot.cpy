000100* Shared layout for a chain-totals entry.  Append-only: every
000200* step of the daily chain that reads or writes the night's
000300* records adds one entry per control total it is answerable
000400* for -- a record count, a hash of the input amounts (first
000500* plus second, digits only, so a negative amount cannot cancel
000600* a positive one) and the sum of results -- and ADD06CP proves
000700* the entries against each other at the end of the chain.  The
000800* run id is the writing program's current timestamp.  ADD06's
000900* entries open each night's set; a rerun step simply adds a
001000* later entry under the same step and total id.  ADD06VG also
001030* adds its gate verdict (GATE PASSED, GATE RELEASE or GATE
001060* HELD) as an entry carrying the day's volume and sum.
001100 01  CHAIN-TOTAL-RECORD.
001200     05 CTT-RUN-DATE        PIC 9(8).
001300     05 CTT-CYCLE-NO        PIC 9(2).
001400     05 CTT-RUN-ID          PIC X(14).
001500     05 CTT-STEP            PIC X(8).
001600     05 CTT-TOTAL-ID        PIC X(12).
001700     05 CTT-COUNT           PIC 9(9).
001800     05 CTT-HASH            PIC 9(13)V99.
001900     05 CTT-SUM             PIC S9(13)V9(4)
002000                            SIGN LEADING SEPARATE.
