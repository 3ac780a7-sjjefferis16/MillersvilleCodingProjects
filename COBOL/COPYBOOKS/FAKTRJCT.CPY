*>                        lot class on the run date
*>                   DN = department code not an active row on the
*>                        DEPTMST department master
*>                   PL = lot ID already processed on an earlier
*>                        run (LOTMST lot master)
*>   RJ-RECORD-NO    record number within the input pairs file
    05 RJ-FIRST-INP              PIC X(10).
    05 RJ-LAST-INP               PIC X(10).
