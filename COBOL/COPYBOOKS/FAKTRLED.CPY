*> RUNLEDG run-ledger record: one row per step of the nightly chain
*> per business date, keyed on the date, the step and - for a stream
*> of a split night - the stream number (VSAM KSDS RUNLEDG, KEYS(13
*> 0), RECORDSIZE(80 80) - see the FAKTRLDF define job). Every
*> program of the chain calls FAKTRLH as its step starts and as it
*> ends: a step that is out of sequence, or already complete for its
*> date, is refused unless the step's STEPCARD deck carries an
*> authorized override, and the row left behind says which run did
*> it, when, and how it ended. FAKTRLR prints where each business
*> date stands. Production forward runs only - repair, decode and
*> adjustment runs are not part of the nightly chain.
*>   LD-STEP         SPL = split (FAKTSPL)
*>                   STR = one stream of a split night (FAKTBAT,
*>                         LD-STREAM 01-04)
*>                   MRG = consolidation (FAKTMRG)
*>                   BAT = single-stream night (FAKTBAT) - takes the
*>                         place of SPL/STR/MRG
*>                   REC = reconciliation (FAKTREC)
*>                   SHP = interface ship (FAKTSHP)
*>                   ACK = ledger acknowledgment match (FAKTACK)
*>   LD-STREAM       stream number on an STR row, zero on every other
*>   LD-STATUS       S = started and not yet ended - still running,
*>                       or abended; a restart under the same run-id
*>                       is let through
*>                   C = ended CC 4 or less - complete
*>                   F = ended CC 8 or more - may be run again
*>   LD-START-TS /   CCYYMMDDHHMMSS of the latest start and its end
*>   LD-END-TS       (spaces while the step is running)
*>   LD-ATTEMPTS     times the step has been started for the date
*>   LD-STREAM-COUNT streams the night was cut into (SPL row) or
*>                   consolidated from (MRG row); zero elsewhere
*>   LD-OVERRIDE-ID  operator whose override card let the latest
*>                   start through; spaces when none was needed
    05 LD-KEY.
       10 LD-BUS-DATE            PIC X(8).
       10 LD-STEP                PIC X(3).
       10 LD-STREAM              PIC 9(2).
    05 LD-RUN-ID                 PIC X(8).
    05 LD-STATUS                 PIC X(1).
    05 LD-PROGRAM                PIC X(8).
    05 LD-START-TS               PIC X(14).
    05 LD-END-TS                 PIC X(14).
    05 LD-COND-CODE              PIC 9(4).
    05 LD-ATTEMPTS               PIC 9(3).
    05 LD-STREAM-COUNT           PIC 9(1).
    05 LD-OVERRIDE-ID            PIC X(8).
    05 FILLER                    PIC X(6).
