*> completed run (WRITE-TOTALS-AND-MARK-COMPLETE) and read back by the
*> FAKTREC reconciliation step, which re-derives the same figures
*> independently from AUDITLOG. The checkpoint cannot carry these -
*> a clean run clears it before the job ends. FAKTADJ writes the
*> same handoff for an adjustment run (TH-RUN-TYPE 'A'): every entry
*> it shipped, reversals included, and the net VAL.
    05 TH-RUN-ID                 PIC X(8).
    05 TH-RUN-DATE               PIC X(8).
    05 TH-RUN-TYPE               PIC X(1).
