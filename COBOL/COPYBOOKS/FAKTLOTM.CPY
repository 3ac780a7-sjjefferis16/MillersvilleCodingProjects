*> One lot-master record per lot ID that has ever produced a VAL,
*> keyed on the lot ID (VSAM KSDS LOTMST, KEYS(8 0), RECORDSIZE(40 40)
*> - see the FAKTLMDF define job). FAKTBAT's in-run duplicate check
*> only sees today's file; this master carries the lot across runs,
*> so a lot resubmitted on a later day is rejected (reason PL) instead
*> of shipping a second VAL to the ledger. FAKTBAT posts it for a
*> single-stream night, FAKTMRG for a parallel one; FAKTADJ marks a
*> reversed lot and re-posts a repriced one. FAKTLMQ answers "when was
*> this lot processed" inquiries and FAKTLMH ages rows off.
*>   LM-RUN-ID /     the run that posted the lot's current VAL
*>   LM-RUN-DATE     (YYYYMMDD business date)
*>   LM-DEPT-CODE    department the VAL posted under
*>   LM-VAL          the VAL shipped on the interface
*>   LM-STATUS       P = processed - a later submission is refused
*>                   X = reversed by FAKTADJ - the lot may be
*>                       submitted again
    05 LM-LOT-ID                 PIC X(8).
    05 LM-RUN-ID                 PIC X(8).
    05 LM-RUN-DATE               PIC X(8).
    05 LM-DEPT-CODE              PIC X(4).
    05 LM-VAL                    PIC S9(10) SIGN LEADING SEPARATE.
    05 LM-STATUS                 PIC X(1).
