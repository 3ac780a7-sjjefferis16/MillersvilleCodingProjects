*> Detail records ride the same buffered-flush/checkpoint discipline
*> as the report, so a restart never ships duplicate details; a file
*> without a T record is from an abended run and must not be posted.
*> FAKTADJ ships its adjustments on ADJINTF in this same layout under
*> an H with IF-H-RUN-TYPE 'A'. A reversal detail carries the VAL it
*> takes back negated and, in IF-D-RUN-DATE/IF-D-RUN-ID, the run the
*> VAL was originally posted under; a repriced detail carries the
*> adjustment run's own date and run-id. The T record counts both
*> and its hash is the net VAL.
    05 IF-REC-TYPE               PIC X(1).
    05 IF-BODY                   PIC X(66).
    05 IF-HEADER REDEFINES IF-BODY.
