*> inactive, is refused - and decode mode, which effectively
*> reverse-engineers how VALs are produced, additionally requires
*> authorization level 2. Maintained by the FAKTOPM transaction
*> step, never a raw editor - every card needs a second signature
*> before it is applied and lands in OPRAUDIT with both user IDs;
*> keep the file access-restricted like the audit log.
*>   OP-AUTH-LEVEL   1 = forward mode only
*>                   2 = forward and decode
*>   OP-STATUS       A = active, I = inactive (refused at sign-on,
