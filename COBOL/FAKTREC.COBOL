*> exactly the doubt this step exists to surface, so it is reported,
*> not absorbed.
*>
*> An adjustment run (FAKTADJ) balances the same way: its reversal
*> entries carry run type A and their negated VAL, so the recount and
*> re-total come out at the entries shipped and the net VAL it handed
*> off.
*>
*> A production forward night is the REC step of its business date on
*> the RUNLEDG run ledger (FAKTRLH): the balance is refused unless
*> FAKTBAT (or, on a split night, FAKTMRG) completed the date under
*> the handoff's run-id, or when the date has already balanced -
*> unless the STEPCARD deck carries an authorized override. The
*> handoff does not carry the run mode, so a decode night is known by
*> its audit entries (AUD-MODE D) and is left off the ledger, as
*> FAKTBAT leaves it off.
*>
*> Condition codes: 0 in balance, 8 out of balance, 16 no usable
*> TOTALFL handoff, AUDITLOG would not open, or refused by the run
*> ledger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01  RC-VAL-WORK                  PIC S9(13) VALUE 0.
01  RC-COUNT-DISPLAY             PIC ZZZ,ZZ9.
01  RC-VAL-DISPLAY               PIC Z(12)9-.
01  RC-DECODE-SWITCH             PIC X VALUE 'N'.
    88 RC-DECODE-SEEN            VALUE 'Y'.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  RC-LEDGER-SWITCH             PIC X VALUE 'N'.
    88 RC-LEDGER-ON              VALUE 'Y'.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-TOTALS-HANDOFF
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
            IF RC-RUN-TYPE = 'P' AND NOT RC-DECODE-SEEN
                PERFORM BEGIN-LEDGER-STEP
            END-IF
            IF RETURN-CODE NOT = 16
                PERFORM COMPARE-TOTALS
            END-IF
        END-IF
    END-IF
    IF RC-LEDGER-ON
        PERFORM END-LEDGER-STEP
    END-IF
    STOP RUN.

READ-TOTALS-HANDOFF.
        ADD 1 TO RC-AUD-COUNT
        COMPUTE RC-VAL-WORK = FUNCTION NUMVAL (AUD-VAL)
        ADD RC-VAL-WORK TO RC-AUD-VAL
        IF AUD-MODE = 'D'
            SET RC-DECODE-SEEN TO TRUE
        END-IF
    END-IF.

COMPARE-TOTALS.
        DISPLAY "FAKTREC: *** OUT OF BALANCE - DOWNSTREAM HELD ***"
        MOVE 8 TO RETURN-CODE
    END-IF.

*> RETURN-CODE rides across the call in LL-COND-CODE, which FAKTRLH
*> never changes.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTREC" TO LL-PROGRAM
    MOVE RC-RUN-DATE TO LL-BUS-DATE
    MOVE "REC" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE RC-RUN-ID TO LL-RUN-ID
    MOVE 0 TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET RC-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTREC: RUN LEDGER REFUSED THE BALANCE OF "
                RC-RUN-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE.
