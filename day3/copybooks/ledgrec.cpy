001700        88 LGR-RUN-STARTED              VALUE "STARTED".
001800        88 LGR-RUN-COMPLETE             VALUE "COMPLETE".
001900        88 LGR-RUN-FAILED               VALUE "FAILED".
002000* On the landing entry, the records the run wrote under its own
002100* run date and cycle for the inquiry KSDS -- audit records plus
002200* the overflow exceptions ADD06XR posts under their original
002300* keys.  ADD06RB proves the cluster against it.  Zero on a
002400* STARTED entry; spaces on entries written before it was kept.
002500     05 LGR-POST-COUNT      PIC 9(6).
