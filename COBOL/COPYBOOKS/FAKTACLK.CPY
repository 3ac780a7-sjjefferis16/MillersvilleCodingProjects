*> Linkage for the FAKTACH audit chain routine. The caller passes
*> this block and the FAKTAUD entry it is working on, and keeps the
*> block between calls: CH-SEQ-NO/CH-CHAIN-VALUE always describe the
*> last entry on the log as far as the caller knows.
*>   CH-FUNCTION     T = read AUDITLOG to its end and load the last
*>                       entry's sequence number and check value
*>                       (0/0 for an empty or unallocated log); the
*>                       caller's own AUDIT-FILE must be closed
*>                   S = stamp the entry: CH-SEQ-NO + 1 into
*>                       AUD-SEQ-NO, the check value chained from
*>                       CH-CHAIN-VALUE into AUD-CHAIN-VALUE, and both
*>                       carried forward in this block
*>                   C = check the entry as it stands: the value
*>                       chained from CH-CHAIN-VALUE over the entry's
*>                       own AUD-SEQ-NO is returned in CH-CHECK-VALUE
*>                       and nothing is changed
*>   CH-RETURN-CODE  00 = done (C: the entry's stamp matches)
*>                   04 = T only - AUDITLOG empty or not allocated,
*>                        the chain starts from sequence 1
*>                   08 = T: last entry on AUDITLOG carries no stamp;
*>                        C: stamp missing or does not match - the
*>                        entry or the one before it has been altered
*>                   12 = T only - AUDITLOG allocated but would not
*>                        open; every writer must refuse to write
    05 CH-FUNCTION               PIC X(1).
    05 CH-SEQ-NO                 PIC 9(9).
    05 CH-CHAIN-VALUE            PIC 9(9).
    05 CH-CHECK-VALUE            PIC 9(9).
    05 CH-RETURN-CODE            PIC 9(2).
