*>   RR-REASON-CODE  the REJECTFL reason on an R entry; spaces on C
*>   RR-RUN-ID /     the run that wrote the entry: the original
*>   RR-RUN-DATE     rejecting run on an R, the repair run on a C
*>   RR-RUN-MODE /   the rejected pair as read (F or D, the input
*>   RR-FIRST-INP /  fields exactly as on REJECTFL) and the lot class
*>   RR-LAST-INP /   it was priced under (STD for a blank class), so
*>   RR-LOT-CLASS    FAKTBWI can replay an open reject against
*>                   proposed bounds; spaces on C entries and on
*>                   entries written before the fields were added
    05 RR-ENTRY-TYPE             PIC X(1).
    05 RR-LOT-ID                 PIC X(8).
    05 RR-DEPT-CODE              PIC X(4).
    05 RR-REASON-CODE            PIC X(2).
    05 RR-RUN-ID                 PIC X(8).
    05 RR-RUN-DATE               PIC X(8).
    05 RR-RUN-MODE               PIC X(1).
    05 RR-FIRST-INP              PIC X(10).
    05 RR-LAST-INP               PIC X(10).
    05 RR-LOT-CLASS              PIC X(4).
