*> FAKTTRD trend report reads it back by date range.
*>   RH-REC-TYPE     R = run totals, written only when the run
*>                       completed; D = department subtotals
*>                   X = department reversals of an adjustment run
*>                       (FAKTADJ): same layout as D, the count and
*>                       VAL taken back out of that department -
*>                       every reader nets it against the D figures
*> An adjustment run (RH-R-RUN-TYPE 'A') counts every entry it shipped
*> - reversals and reprices alike - in RH-R-PROCESSED, so the figure
*> still equals its interface trailer for FAKTACK; RH-R-REVERSED says
*> how many of those were reversals, so the net lot count is
*> RH-R-PROCESSED less twice RH-R-REVERSED. Zero on every other run.
*> D records ride the buffered-flush/checkpoint discipline, so an
*> abended-and-restarted run never appends a department twice; a run
*> abandoned outright leaves its D records with no R record, and
       10 RH-R-PROCESSED         PIC 9(7).
       10 RH-R-REJECTED          PIC 9(7).
       10 RH-R-GRAND-VAL         PIC S9(12) SIGN LEADING SEPARATE.
       10 RH-R-REVERSED          PIC 9(4).
    05 RH-DEPT REDEFINES RH-BODY.
       10 RH-D-DEPT-CODE         PIC X(4).
       10 RH-D-PROCESSED         PIC 9(7).
