*> Linkage for the FAKTPCH pending-changes routine. FAKTPCH holds
*> the whole of PENDCHG in its own table between calls; the caller
*> loads it once, queues and decides against it, and writes it out
*> once at the end of the run.
*>   PK-FUNCTION     L = load PENDCHG (not allocated = empty file)
*>                   Q = queue PK-CARD for PK-MASTER, maker
*>                       PK-USER-ID; the new id comes back in
*>                       PK-PEND-ID
*>                   F = find the pending item PK-PEND-ID for
*>                       PK-MASTER; its maker, entry time and card
*>                       come back in PK-MAKER-ID/PK-ENTERED/PK-CARD
*>                   D = decide the pending item PK-PEND-ID for
*>                       PK-MASTER: PK-DECISION A or R, checker
*>                       PK-USER-ID
*>                   W = write the table to PENDCHGN for the job's
*>                       copy-back step
*>   PK-RETURN-CODE  00 = done
*>                   04 = F/D only - no item of that id is pending
*>                        for this master
*>                   08 = L: PENDCHG holds more rows than the table;
*>                        Q: the table is full - the card is refused
*>                   12 = L only - PENDCHG allocated but would not
*>                        open; the caller must refuse the run
    05 PK-FUNCTION               PIC X(1).
    05 PK-MASTER                 PIC X(3).
    05 PK-PEND-ID                PIC 9(7).
    05 PK-USER-ID                PIC X(8).
    05 PK-DECISION               PIC X(1).
    05 PK-MAKER-ID               PIC X(8).
    05 PK-ENTERED                PIC X(14).
    05 PK-CARD                   PIC X(60).
    05 PK-RETURN-CODE            PIC 9(2).
