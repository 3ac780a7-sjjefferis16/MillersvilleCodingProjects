*> One SUBREG entry per department submission FAKTSIN has received,
*> accepted or refused. The register is append-only (DISP=MOD, like
*> REJREG) and is both the receipt log operations answers a
*> department's "did you get our file" from and the record FAKTSIN
*> checks a new submission against: a department and submission
*> number already accepted here is refused as received twice. A
*> refused number may be sent again once corrected.
*>   SR-STATUS       A = accepted - its details went to PAIRSIN
*>                   R = refused whole - nothing went to PAIRSIN
*>   SR-REASON-CODE  spaces on an accepted entry; on a refused one
*>                   BH = header submission number or date not valid
*>                   DN = department not an active DEPTMST row
*>                   DX = a detail carries another department's code
*>                   RT = a record of unknown type inside the
*>                        submission
*>                   NT = no trailer before the next header or the
*>                        end of the dataset
*>                   CT = trailer record count does not match
*>                   HS = trailer input hash does not match
*>                   DU = submission number already accepted
*>   SR-RECORD-COUNT / the details and input hash as received
*>   SR-HASH-TOTAL     (counted by FAKTSIN, not copied from the
*>                     trailer)
*>   SR-RECEIVED-TS  when the intake run took it in, YYYYMMDDHHMMSS
    05 SR-DEPT-CODE              PIC X(4).
    05 SR-SUBM-NO                PIC X(6).
    05 SR-SUBM-DATE              PIC X(8).
    05 SR-RECEIVED-TS            PIC X(14).
    05 SR-STATUS                 PIC X(1).
    05 SR-REASON-CODE            PIC X(2).
    05 SR-RECORD-COUNT           PIC 9(7).
    05 SR-HASH-TOTAL             PIC S9(13) SIGN LEADING SEPARATE.
