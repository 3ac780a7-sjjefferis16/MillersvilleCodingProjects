*> Linkage for the FAKTPDC period-close check. FAKTBAT, FAKTMRG and
*> FAKTADJ call it once the run's business date is settled, before
*> anything is written, and refuse the run when the date falls in a
*> month FAKTPCL has closed.
*>   PD-PROGRAM      calling program, for the routine's messages
*>   PD-RUN-DATE     the run's business date, YYYYMMDD
*>   PD-COND-CODE    the caller's condition code. FAKTPDC never
*>                   changes it, so the caller parks RETURN-CODE here
*>                   across the call and restores it afterwards
*>   PD-CLOSED-TS /  on 08, when and by whom the period was closed
*>   PD-CLOSED-BY
*>   PD-RETURN-CODE  00 = period open - proceed
*>                   04 = PERDCLS not allocated - check off, proceed
*>                   08 = period closed - the caller refuses the run
*>                   12 = PERDCLS allocated but would not open - the
*>                        caller refuses the run
    05 PD-PROGRAM                PIC X(8).
    05 PD-RUN-DATE               PIC X(8).
    05 PD-COND-CODE              PIC 9(4).
    05 PD-CLOSED-TS              PIC X(14).
    05 PD-CLOSED-BY              PIC X(8).
    05 PD-RETURN-CODE            PIC 9(2).
