000310* record type tells the repair facility which detail format
000320* the pair arrived in: D two-digit values in the first two
000330* bytes of each value field, E signed seven-digit two-decimal
000340* amounts filling them.  A rejected V (reversal) record
000360* carries the run date of the posting it named in the first
000380* value field and its cycle and sequence in the second.
000400 01  REJECT-RECORD.
000450     05 REJ-RUN-DATE        PIC 9(8).
000460     05 REJ-CYCLE-NO        PIC 9(2).
000700     05 REJ-OPERATION-CODE  PIC X.
000750     05 REJ-REC-TYPE        PIC X.
000760        88 REJ-EXT-DETAIL               VALUE "E".
000780        88 REJ-REVERSAL                 VALUE "V".
000800     05 REJ-FIRST-NUMBER-IN PIC X(8).
000900     05 REJ-SECOND-NUMBER-IN PIC X(8).
001000     05 REJ-REASON          PIC X(20).
