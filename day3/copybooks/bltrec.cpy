000100* Shared layout for an operator bulletin.  HELLO04 shows every
000200* bulletin active on the run date and holds the chain on a
000300* HOLD; ADD06BM is how bulletins are added and removed.
000400 01  MOTD-RECORD.
000500     05 BLT-EFFECTIVE-FROM  PIC X(8).
000600     05 BLT-EFFECTIVE-TO    PIC X(8).
000700     05 BLT-SEVERITY        PIC X.
000800        88 INFO-BULLETIN                VALUE "I".
000900        88 WARNING-BULLETIN             VALUE "W".
001000        88 HOLD-BULLETIN                VALUE "H".
001100        88 SEVERITY-IS-VALID            VALUE "I" "W" "H".
001200     05 BLT-MESSAGE-TEXT    PIC X(72).
