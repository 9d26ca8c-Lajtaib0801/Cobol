000770* through the reject repair workflow (kept even when the
000780* repaired pair overflowed and was completed by ADD06XR),
000785* "X" = overflow exception from an original pair completed
000786* by ADD06XR, "W" = future-dated pair released from the
000787* warehouse on its effective date, "S" = suspected duplicate
000788* released from suspense by a clerk, "D" = suspected duplicate
000789* a clerk discarded (result zero; a record of the decision,
000790* never sent to finance or counted as activity).
000791     05 AUD-SOURCE-CODE     PIC X.
000792* For a source-code-R record, the key of the original reject
000793* this pair repairs (zeros on records with no repair
000794* provenance).  The aging report matches rejects against
000795* these fields to prove no rejected pair was abandoned.
000796* For a source-code-W record, the run date, cycle and
000797* sequence the pair was warehoused under; for S and D, the
000798* key it was held in suspense under.
000799     05 AUD-ORIG-KEY.
000801        10 AUD-ORIG-RUN-DATE PIC 9(8).
000802        10 AUD-ORIG-CYCLE-NO PIC 9(2).
000803        10 AUD-ORIG-SEQ-NO   PIC 9(6).
000910                            SIGN LEADING SEPARATE.
001000     05 AUD-THE-RESULT      PIC S9(11)V9(4)
001010                            SIGN LEADING SEPARATE.
001100* For a reversal posting, the key of the audit record it
001200* cancels; the posting carries the cancelled record's dept,
001300* operation and inputs with its result negated.  Zeros on
001400* every other record (spaces on generations written before
001500* reversals existed, so test NUMERIC before trusting it).
001600     05 AUD-REV-KEY.
001700        10 AUD-REV-RUN-DATE  PIC 9(8).
001800        10 AUD-REV-CYCLE-NO  PIC 9(2).
001900        10 AUD-REV-SEQ-NO    PIC 9(6).
002000* The upstream source's own reference for the pair, when it
002100* sends one (spaces otherwise, and on generations written
002200* before it was carried).  Part of the duplicate match.
002300     05 AUD-SOURCE-REF      PIC X(12).
