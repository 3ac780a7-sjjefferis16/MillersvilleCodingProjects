*> Linkage for the FAKTRLH run-ledger routine. Every program of the
*> nightly chain calls it twice - B as its step starts, E as it ends
*> - with the same block both times.
*>   LL-FUNCTION     B = begin: read the step's STEPCARD deck, check
*>                       the step against the ledger for its business
*>                       date and mark it started
*>                   C = check: every test B makes, without
*>                       marking the step started - its job has not
*>                       begun yet (FAKTRLC); no E call follows
*>                   E = end: record LL-COND-CODE and the end time
*>   LL-PROGRAM      calling program, recorded on the row
*>   LL-BUS-DATE     business date, YYYYMMDD
*>   LL-STEP         step code (see FAKTRLED). FAKTBAT passes BAT; a
*>                   STEPCARD STREAM=nn card turns it into STR with
*>                   LL-STREAM set, and the block carries that to E
*>   LL-RUN-ID       the caller's run-id. FAKTACK passes spaces and
*>                   gets back the run-id of the shipped interface
*>   LL-STREAM-COUNT SPL: the streams cut; MRG: the streams being
*>                   consolidated; zero from every other step
*>   LL-COND-CODE    the caller's condition code. FAKTRLH never
*>                   changes it, so the caller parks RETURN-CODE here
*>                   across the call and restores it afterwards
*>   LL-OVERRIDE-ID  B: the operator named on an accepted override
*>   LL-RETURN-CODE  00 = proceed
*>                   04 = RUNLEDG not allocated - ledger control
*>                        off; proceed, and skip the E call
*>                   08 = B/C - step refused: out of sequence,
*>                        already complete, or an override card that
*>                        is not authorized; the caller ends CC 16
*>                   12 = RUNLEDG allocated but would not open, read
*>                        or update - B/C: refuse the step
*>                   16 = B/C - bad STEPCARD deck; refuse the step
    05 LL-FUNCTION               PIC X(1).
    05 LL-PROGRAM                PIC X(8).
    05 LL-BUS-DATE               PIC X(8).
    05 LL-STEP                   PIC X(3).
    05 LL-STREAM                 PIC 9(2).
    05 LL-RUN-ID                 PIC X(8).
    05 LL-STREAM-COUNT           PIC 9(1).
    05 LL-COND-CODE              PIC 9(4).
    05 LL-OVERRIDE-ID            PIC X(8).
    05 LL-RETURN-CODE            PIC 9(2).
