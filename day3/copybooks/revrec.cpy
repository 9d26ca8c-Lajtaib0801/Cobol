000100* Shared layout for a reversal register entry.  The register
000200* is a KSDS keyed by the audit key of a cancelled posting and
000300* names the reversal posting that cancelled it, so "has this
000400* been reversed, and by what" is one keyed read for ADD06,
000500* ADD06INQ and ADD06DQ instead of a scan of the whole audit
000600* cluster.  ADD06LD writes an entry as it loads each reversal
000700* into the audit KSDS, so the register only ever names
000800* reversals that were actually published.
000900 01  REVERSAL-REG-RECORD.
001000     05 RVG-ORIG-KEY.
001100        10 RVG-ORIG-RUN-DATE PIC 9(8).
001200        10 RVG-ORIG-CYCLE-NO PIC 9(2).
001300        10 RVG-ORIG-SEQ-NO   PIC 9(6).
001400     05 RVG-REV-KEY.
001500        10 RVG-REV-RUN-DATE  PIC 9(8).
001600        10 RVG-REV-CYCLE-NO  PIC 9(2).
001700        10 RVG-REV-SEQ-NO    PIC 9(6).
001800     05 RVG-REV-RUN-ID      PIC X(14).
