000910* a two-digit pair (values in the first two bytes of each
000920* value field), E for signed seven-digit two-decimal amounts
000930* filling them.
000932* V is a repaired reversal: the first value field carries
000934* the run date, and the second the cycle and sequence, of
000936* the audit record to be cancelled, exactly as a TRANFILE V
000938* record carries them; the operation code is unused.
000940 01  CORRECTION-RECORD.
001000     05 CORR-REC-TYPE       PIC X.
001100        88 CORR-DETAIL                  VALUE "D".
001150        88 CORR-EXT-DETAIL              VALUE "E".
001170        88 CORR-REVERSAL                VALUE "V".
001200     05 CORR-DEPT-CODE      PIC X(3).
001300     05 CORR-OPERATION-CODE PIC X.
001400     05 CORR-FIRST-VALUE    PIC X(8).
