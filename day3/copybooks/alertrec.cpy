000100* Shared layout for a morning-summary alert.  ADD06MS writes a
000200* new generation of the alert file every morning for the
000300* scheduler's alerting: one NIGHT STATUS entry per run date
000400* summarized (severity RED, WARN or OK, cycle 00), then one
000500* entry per red flag and per warning, red flags first.  The
000600* run id is ADD06MS's own timestamp; the source names the
000700* step, report or file the item was read from.  Fixed format
000800* so the alerting rules can test columns, not parse text.
000900 01  ALERT-RECORD.
001000     05 ALR-RUN-ID          PIC X(14).
001100     05 ALR-RUN-DATE        PIC 9(8).
001200     05 ALR-CYCLE-NO        PIC 9(2).
001300     05 ALR-SEVERITY        PIC X(4).
001400        88 ALR-RED                      VALUE "RED".
001500        88 ALR-WARN                     VALUE "WARN".
001600        88 ALR-OK                       VALUE "OK".
001700     05 ALR-SOURCE          PIC X(8).
001800     05 ALR-CODE            PIC X(12).
001900     05 ALR-TEXT            PIC X(60).
