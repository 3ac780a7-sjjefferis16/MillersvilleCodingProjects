*>   AUD-RUN-TYPE    P = production batch run (FAKTBAT)
*>                   R = repair run of corrected rejects (FAKTBAT)
*>                   C = console session (FAKTCON)
*>                   A = adjustment run reversing or repricing
*>                       lots already shipped (FAKTADJ)
*>   AUD-MODE        F = forward, D = decode; the security events
*>                   S = refused sign-on (FAKTCON) and U = refused
*>                   decode (operator or batch submitter not
*>                   authorized - FAKTCON for a console D line,
*>                   FAKTBAT for a refused decode-run PARM) carry
*>                   the ID that tried in AUD-RUN-ID; X = reversal
*>                   of a VAL already shipped (FAKTADJ), AUD-VAL
*>                   carrying the original VAL negated
*>   AUD-LOT-ID /    lot identity from the pairs record; spaces on
*>   AUD-DEPT-CODE   console entries, which carry no lot
*>   AUD-LOT-CLASS   BNDCTL lot class the entry was priced under
*>                   (the STD default for a blank pairs-file class;
*>                   FAKTCON sessions always price under STD)
*>   AUD-ORIG-RUN-ID /  on an X reversal, the run-id and run date of
*>   AUD-ORIG-RUN-DATE  the posting it takes back, so a lot can never
*>                      be reversed out of the same run twice; spaces
*>                      on every other entry
*>   AUD-SEQ-NO /    running sequence number and chained check value
*>   AUD-CHAIN-VALUE stamped by FAKTACH as the entry is written: the
*>                   check value covers every byte of the entry up to
*>                   and including AUD-SEQ-NO, seeded with the check
*>                   value of the entry before it, so a deleted,
*>                   inserted or edited line breaks the chain from
*>                   that point on. FAKTAUV walks AUDARCH and AUDITLOG
*>                   and reports every gap, break and altered entry.
    05 AUD-MODE                  PIC X(1).
    05 AUD-FIRST-INP             PIC X(10).
    05 AUD-LAST-INP              PIC X(10).
    05 AUD-LOT-ID                 PIC X(8).
    05 AUD-DEPT-CODE              PIC X(4).
    05 AUD-LOT-CLASS              PIC X(4).
    05 AUD-ORIG-RUN-ID            PIC X(8).
    05 AUD-ORIG-RUN-DATE          PIC X(8).
    05 AUD-SEQ-NO                 PIC 9(9).
    05 AUD-CHAIN-VALUE            PIC 9(9).
