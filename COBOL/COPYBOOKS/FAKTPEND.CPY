*> One PENDCHG row per change card submitted to FAKTBNM, FAKTDPM or
*> FAKTOPM. No card reaches BNDCTL, DEPTMST or OPERMST on the say-so
*> of the user who keyed it: the maintenance step checks the card
*> against the master as it stands and queues it here, and it is
*> applied only when a decision card from a second, authorized user
*> approves it (see FAKTPCH for the file handling, FAKTPND for the
*> pending-items report). Decided rows stay on the file as the link
*> between the id quoted on the decision card and the audit entry.
*>   PN-PEND-ID      ascending across all three masters, never reused
*>   PN-MASTER       BND = BNDCTL, DEP = DEPTMST, OPR = OPERMST
*>   PN-STATUS       P = pending, A = approved and applied,
*>                   R = rejected (by a checker, or withdrawn by the
*>                   maker)
*>   PN-ENTERED /    YYYYMMDDHHMMSS
*>   PN-DECIDED
*>   PN-CARD         the transaction card exactly as submitted, in
*>                   the owning program's BNDTRAN/DEPTRAN/OPRTRAN
*>                   layout
    05 PN-PEND-ID                PIC 9(7).
    05 PN-MASTER                 PIC X(3).
    05 PN-STATUS                 PIC X(1).
    05 PN-MAKER-ID               PIC X(8).
    05 PN-ENTERED                PIC X(14).
    05 PN-CHECKER-ID             PIC X(8).
    05 PN-DECIDED                PIC X(14).
    05 PN-CARD                   PIC X(60).
