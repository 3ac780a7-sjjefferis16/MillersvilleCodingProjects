*> PERDCLS period-close record: the frozen month-end figures FAKTPCL
*> writes when a month is closed, appended (DISP=MOD) and never
*> rewritten. A close writes one D record per department and then one
*> C record for the period; the C record is the close - FAKTPDC,
*> which FAKTBAT, FAKTMRG and FAKTADJ call to refuse a run dated into
*> a closed month, and FAKTTRD, which prints closed months as final,
*> look only for it, so a close that abends part way leaves the
*> month open.
*>   PC-REC-TYPE     C = period closed: the run totals and when and
*>                       by whom it was closed
*>                   D = one department's final figures for the
*>                       period
*>   PC-PERIOD       the month closed, YYYYMM
*> Processed, rejected and VAL are net of adjustment runs, the same
*> netting FAKTTRD applies; the D figures sum to the C figures (the
*> close is refused otherwise). Open rejects are the REJREG items
*> dated in or before the period still not cleared at the close.
    05 PC-REC-TYPE               PIC X(1).
    05 PC-PERIOD                 PIC X(6).
    05 PC-BODY                   PIC X(67).
    05 PC-CLOSE REDEFINES PC-BODY.
       10 PC-C-CLOSED-TS         PIC X(14).
       10 PC-C-CLOSED-BY         PIC X(8).
       10 PC-C-RUN-COUNT         PIC 9(5).
       10 PC-C-PROCESSED         PIC S9(9) SIGN LEADING SEPARATE.
       10 PC-C-REJECTED          PIC 9(9).
       10 PC-C-VAL               PIC S9(13) SIGN LEADING SEPARATE.
       10 PC-C-OPEN-REJECTS      PIC 9(7).
    05 PC-DEPT REDEFINES PC-BODY.
       10 PC-D-DEPT-CODE         PIC X(4).
       10 PC-D-PROCESSED         PIC S9(9) SIGN LEADING SEPARATE.
       10 PC-D-REJECTED          PIC 9(9).
       10 PC-D-VAL               PIC S9(13) SIGN LEADING SEPARATE.
       10 PC-D-OPEN-REJECTS      PIC 9(7).
       10 FILLER                 PIC X(23).
