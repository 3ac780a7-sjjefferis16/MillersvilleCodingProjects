*> department that does not exist; the report's department subtotal
*> lines print DM-DEPT-NAME beside the code from the same rows.
*> Maintained by the FAKTDPM transaction step, never a raw editor -
*> every card needs a second signature before it is applied and
*> lands in DEPAUDIT with both user IDs.
*>   DM-STATUS       A = active, I = deactivated by FAKTDPM (kept
*>                   for history; submissions under it reject)
*>   DM-CONTACT      distribution contact for the department's copy
*>                   of the report and its FAKTSIN submission
*>                   receipt acknowledgment
    05 DM-DEPT-CODE              PIC X(4).
    05 DM-DEPT-NAME              PIC X(20).
    05 DM-STATUS                 PIC X(1).
