*> OPERMST is loaded into a table, the OPRTRAN transaction cards are
*> applied against it, and the whole table - deactivated rows
*> included, they are the history - is written to OPERMSTN for the
*> following job step to copy back over OPERMST.
*>
*> Change cards go through the same two-person approval FAKTBNM
*> applies to BNDCTL, so nobody can promote themselves to auth level
*> 2 and then run a decode: a card signed by an active operator is
*> checked against OPERMST as it stands and queued on PENDCHG (see
*> FAKTPCH); it is applied only on an APR card from an active level 2
*> operator who is neither the maker nor the operator the card is
*> about, and checked again against OPERMST as it then stands. A REJ
*> card declines it, signed by a level 2 operator or by the maker
*> withdrawing it. Both decisions are stamped to OPRAUDIT with the
*> maker (OA-USER-ID), the checker and the pending id, so a lockout
*> or a promotion can always be traced to who asked for it and who
*> let it through.
*>
*> While OPERMST holds no active level 2 operator nobody could ever
*> approve anything, so - and only then - the cards are applied as
*> they are read, as they were before approval was required, and
*> stamped to OPRAUDIT with decision D. That is how the first
*> supervisors are set up; from the next run on every card needs a
*> second signature.
*>
*> Transaction card layout (fixed columns):
*>   OT-ACTION    ADD = add a new active operator
*>                DEA = deactivate the active row for the id
*>                CHL = change the active row's auth level
*> Decision card layout: cols 1-3 APR or REJ, 4-10 pending id,
*> 11-18 the deciding user id.
*>
*> Condition codes: 0 all cards queued or decided, 4 one or more cards
*> rejected (rejected cards are listed on SYSOUT and never reach
*> PENDCHG or the new master; an approved change that no longer
*> applies stays pending), 16 table capacity exceeded, or OPERMST or
*> PENDCHG would not open - nothing written; raise OM-TABLE-MAX or
*> fix the dataset and rerun.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 OT-OP-NAME                PIC X(20).
    05 OT-AUTH-LEVEL             PIC X(1).
    05 OT-USER-ID                PIC X(8).
01  DECISION-RECORD.
    05 OT-DEC-ACTION             PIC X(3).
    05 OT-DEC-PEND-ID            PIC X(7).
    05 OT-DEC-CHECKER-ID         PIC X(8).
FD  OLD-OPER-FILE.
01  OLD-OPER-RECORD.
    COPY FAKTOPRM.
    05 OA-STATUS                 PIC X(1).
    05 OA-USER-ID                PIC X(8).
    05 OA-TIMESTAMP              PIC X(21).
*> A = approved and applied, R = declined, D = applied without a
*> second signature while no level 2 operator existed; blank on
*> entries written before changes needed a second signature.
    05 OA-DECISION               PIC X(1).
    05 OA-PEND-ID                PIC 9(7).
    05 OA-CHECKER-ID             PIC X(8).
WORKING-STORAGE SECTION.
01  OM-OLD-STATUS                PIC X(2) VALUE SPACES.
01  OM-EOF-SWITCH                PIC X VALUE 'N'.
01  OM-REJECTED-COUNT            PIC 9(4) VALUE 0.
01  OM-ERROR-SWITCH              PIC X VALUE 'N'.
    88 OM-TRAN-IN-ERROR          VALUE 'Y'.
01  FAKTPCH-PARMS.
    COPY FAKTPCLK.
01  OM-OPER-ROW.
    COPY FAKTOPRM.
01  OM-LOOKUP-ID                 PIC X(8) VALUE SPACES.
01  OM-LOOKUP-SWITCH             PIC X VALUE 'N'.
    88 OM-LOOKUP-FOUND           VALUE 'Y'.
01  OM-SUPERVISOR-COUNT          PIC 9(4) VALUE 0.
01  OM-APPLY-SWITCH              PIC X VALUE 'Q'.
    88 OM-QUEUEING               VALUE 'Q'.
    88 OM-APPLYING               VALUE 'A'.
    88 OM-APPLYING-DIRECT        VALUE 'D'.
01  OM-DECISION-ACTION           PIC X(3) VALUE SPACES.
01  OM-DECISION                  PIC X(1) VALUE SPACES.
01  OM-PEND-ID                   PIC 9(7) VALUE 0.
01  OM-MAKER-ID                  PIC X(8) VALUE SPACES.
01  OM-CHECKER-ID                PIC X(8) VALUE SPACES.
01  OM-SUBJECT-ID                PIC X(8) VALUE SPACES.
01  OM-QUEUED-COUNT              PIC 9(4) VALUE 0.
01  OM-DECLINED-COUNT            PIC 9(4) VALUE 0.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-OLD-MASTER
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-PENDING-CHANGES
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM COUNT-SUPERVISORS
        OPEN INPUT TRANS-FILE
        OPEN EXTEND OPER-AUDIT-FILE
        PERFORM UNTIL OM-TRAN-EOF
                AT END
                    SET OM-TRAN-EOF TO TRUE
                NOT AT END
                    PERFORM PROCESS-CARD
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        CLOSE OPER-AUDIT-FILE
        PERFORM WRITE-NEW-MASTER
        MOVE 'W' TO PK-FUNCTION
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        DISPLAY "FAKTOPM: " OM-QUEUED-COUNT " CARD(S) QUEUED, "
            OM-APPLIED-COUNT " APPLIED, "
            OM-DECLINED-COUNT " DECLINED, "
            OM-REJECTED-COUNT " REJECTED"
        IF OM-REJECTED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        MOVE OLD-OPER-RECORD TO OM-ROW (OM-ROW-COUNT)
    END-IF.

LOAD-PENDING-CHANGES.
    MOVE 'L' TO PK-FUNCTION
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTOPM: PENDCHG COULD NOT BE LOADED - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
    END-IF.

*> Counted once, from OPERMST as loaded: a first supervisor added
*> during this run does not start approving until the next one.
COUNT-SUPERVISORS.
    MOVE 0 TO OM-SUPERVISOR-COUNT
    PERFORM VARYING OM-ROW-IDX FROM 1 BY 1
            UNTIL OM-ROW-IDX > OM-ROW-COUNT
        MOVE OM-ROW (OM-ROW-IDX) TO OM-OPER-ROW
        IF OP-STATUS OF OM-OPER-ROW = 'A'
           AND OP-AUTH-LEVEL OF OM-OPER-ROW = 2
            ADD 1 TO OM-SUPERVISOR-COUNT
        END-IF
    END-PERFORM
    IF OM-SUPERVISOR-COUNT = 0
        DISPLAY "FAKTOPM: NO ACTIVE LEVEL 2 OPERATOR ON OPERMST - "
            "CARDS APPLIED WITHOUT APPROVAL"
        SET OM-APPLYING-DIRECT TO TRUE
        MOVE 'D' TO OM-DECISION
    END-IF.

PROCESS-CARD.
    MOVE 'N' TO OM-ERROR-SWITCH
    IF OT-DEC-ACTION = "APR" OR OT-DEC-ACTION = "REJ"
        IF OM-APPLYING-DIRECT
            DISPLAY "FAKTOPM: NOBODY CAN DECIDE A PENDING CHANGE "
                "UNTIL A LEVEL 2 OPERATOR EXISTS"
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM APPLY-DECISION
        END-IF
    ELSE
     IF OM-APPLYING-DIRECT
        PERFORM APPLY-TRANSACTION
     ELSE
        SET OM-QUEUEING TO TRUE
        MOVE OT-USER-ID TO OM-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT OM-LOOKUP-FOUND
            DISPLAY "FAKTOPM: " OT-USER-ID " IS NOT AN ACTIVE OPERATOR"
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM APPLY-TRANSACTION
        END-IF
     END-IF
    END-IF.

APPLY-TRANSACTION.
    MOVE 'N' TO OM-ERROR-SWITCH
    EVALUATE OT-ACTION
    IF OM-ROW-COUNT >= OM-TABLE-MAX
        PERFORM REJECT-TRANSACTION
    ELSE
     IF OM-QUEUEING
        PERFORM QUEUE-PENDING-CHANGE
     ELSE
        MOVE OT-OP-ID TO OP-ID OF OM-WORK-ROW
        MOVE OT-OP-NAME TO OP-NAME OF OM-WORK-ROW
        MOVE OT-AUTH-LEVEL TO OP-AUTH-LEVEL OF OM-WORK-ROW
        MOVE OM-WORK-ROW TO OM-ROW (OM-ROW-COUNT)
        ADD 1 TO OM-APPLIED-COUNT
        PERFORM WRITE-OPER-AUDIT
     END-IF
    END-IF.

*> A deactivation needs the same signed card an ADD does - it is the
        IF OM-MATCH-IDX = 0
            PERFORM REJECT-TRANSACTION
        ELSE
         IF OM-QUEUEING
            PERFORM QUEUE-PENDING-CHANGE
         ELSE
            MOVE OM-ROW (OM-MATCH-IDX) TO OM-WORK-ROW
            MOVE 'I' TO OP-STATUS OF OM-WORK-ROW
            MOVE OM-WORK-ROW TO OM-ROW (OM-MATCH-IDX)
            ADD 1 TO OM-APPLIED-COUNT
            PERFORM WRITE-OPER-AUDIT
         END-IF
        END-IF
    END-IF.

        IF OM-MATCH-IDX = 0
            PERFORM REJECT-TRANSACTION
        ELSE
         IF OM-QUEUEING
            PERFORM QUEUE-PENDING-CHANGE
         ELSE
            MOVE OM-ROW (OM-MATCH-IDX) TO OM-WORK-ROW
            MOVE OT-AUTH-LEVEL TO OP-AUTH-LEVEL OF OM-WORK-ROW
            MOVE OM-WORK-ROW TO OM-ROW (OM-MATCH-IDX)
            ADD 1 TO OM-APPLIED-COUNT
            PERFORM WRITE-OPER-AUDIT
         END-IF
        END-IF
    END-IF.

        END-IF
    END-PERFORM.

QUEUE-PENDING-CHANGE.
    MOVE 'Q' TO PK-FUNCTION
    MOVE "OPR" TO PK-MASTER
    MOVE OT-USER-ID TO PK-USER-ID
    MOVE TRAN-RECORD TO PK-CARD
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTOPM: PENDCHG IS FULL"
        PERFORM REJECT-TRANSACTION
    ELSE
        ADD 1 TO OM-QUEUED-COUNT
        DISPLAY "FAKTOPM: QUEUED AS PENDING " PK-PEND-ID " - "
            TRAN-RECORD
    END-IF.

*> The decision card is checked in full before the pending card image
*> replaces it in TRAN-RECORD, so a refused decision is listed on
*> SYSOUT as the card that was actually submitted.
APPLY-DECISION.
    MOVE OT-DEC-ACTION TO OM-DECISION-ACTION
    MOVE OT-DEC-CHECKER-ID TO OM-CHECKER-ID
    IF OT-DEC-PEND-ID IS NOT NUMERIC OR OT-DEC-CHECKER-ID = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE OT-DEC-PEND-ID TO OM-PEND-ID
        MOVE 'F' TO PK-FUNCTION
        MOVE "OPR" TO PK-MASTER
        MOVE OM-PEND-ID TO PK-PEND-ID
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        IF PK-RETURN-CODE NOT = 0
            DISPLAY "FAKTOPM: NO OPERATOR CHANGE " OM-PEND-ID
                " IS PENDING"
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE PK-MAKER-ID TO OM-MAKER-ID
*> Columns 4-11 of every OPRTRAN card are the operator it is about.
            MOVE PK-CARD (4:8) TO OM-SUBJECT-ID
            PERFORM CHECK-CHECKER
            IF NOT OM-TRAN-IN-ERROR
                IF OM-DECISION-ACTION = "APR"
                    PERFORM APPROVE-PENDING-CHANGE
                ELSE
                    PERFORM DECLINE-PENDING-CHANGE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Approval takes a second person: an active auth level 2 operator
*> who is not the maker - and not the operator being changed, or a
*> level 2 operator could have a colleague key their own restoration
*> after a lockout and sign it through themselves. A maker may
*> withdraw their own change with a REJ card; declining anyone
*> else's takes level 2 as well.
CHECK-CHECKER.
    IF OM-CHECKER-ID = OM-MAKER-ID
        IF OM-DECISION-ACTION = "APR"
            DISPLAY "FAKTOPM: " OM-CHECKER-ID
                " MAY NOT APPROVE THEIR OWN CHANGE"
            PERFORM REJECT-TRANSACTION
        END-IF
    ELSE
        MOVE OM-CHECKER-ID TO OM-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT OM-LOOKUP-FOUND
           OR OP-AUTH-LEVEL OF OM-OPER-ROW NOT = 2
            DISPLAY "FAKTOPM: " OM-CHECKER-ID
                " IS NOT AN ACTIVE LEVEL 2 OPERATOR"
            PERFORM REJECT-TRANSACTION
        ELSE
         IF OM-DECISION-ACTION = "APR"
            AND OM-CHECKER-ID = OM-SUBJECT-ID
            DISPLAY "FAKTOPM: " OM-CHECKER-ID
                " MAY NOT APPROVE A CHANGE TO THEIR OWN ROW"
            PERFORM REJECT-TRANSACTION
         END-IF
        END-IF
    END-IF.

*> The pending card is checked again against OPERMST as it now stands
*> - another change may have been applied since it was queued. One
*> that no longer applies is rejected and left pending for a REJ.
APPROVE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'A' TO OM-DECISION
    SET OM-APPLYING TO TRUE
    PERFORM APPLY-TRANSACTION
    IF OM-TRAN-IN-ERROR
        DISPLAY "FAKTOPM: PENDING " OM-PEND-ID
            " NO LONGER APPLIES TO OPERMST - LEFT PENDING"
    ELSE
        PERFORM RECORD-DECISION
    END-IF.

DECLINE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'R' TO OM-DECISION
    PERFORM WRITE-DECLINED-AUDIT
    PERFORM RECORD-DECISION
    ADD 1 TO OM-DECLINED-COUNT.

RECORD-DECISION.
    MOVE 'D' TO PK-FUNCTION
    MOVE "OPR" TO PK-MASTER
    MOVE OM-PEND-ID TO PK-PEND-ID
    MOVE OM-DECISION TO PK-DECISION
    MOVE OM-CHECKER-ID TO PK-USER-ID
    CALL "FAKTPCH" USING FAKTPCH-PARMS.

*> Looked up in the master as it stands in the table, so a lockout
*> approved earlier in the same run already counts - a deactivated
*> operator signs nothing.
FIND-OPERATOR.
    MOVE 'N' TO OM-LOOKUP-SWITCH
    PERFORM VARYING OM-ROW-IDX FROM 1 BY 1
            UNTIL OM-ROW-IDX > OM-ROW-COUNT OR OM-LOOKUP-FOUND
        MOVE OM-ROW (OM-ROW-IDX) TO OM-OPER-ROW
        IF OP-ID OF OM-OPER-ROW = OM-LOOKUP-ID
           AND OP-STATUS OF OM-OPER-ROW = 'A'
            SET OM-LOOKUP-FOUND TO TRUE
        END-IF
    END-PERFORM.

REJECT-TRANSACTION.
    IF NOT OM-TRAN-IN-ERROR
        DISPLAY "FAKTOPM: CARD REJECTED - " TRAN-RECORD
    MOVE OP-STATUS OF OM-WORK-ROW TO OA-STATUS
    MOVE OT-USER-ID TO OA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
    MOVE OM-DECISION TO OA-DECISION
    MOVE OM-PEND-ID TO OA-PEND-ID
    MOVE OM-CHECKER-ID TO OA-CHECKER-ID
    WRITE OPER-AUDIT-RECORD.

*> A declined change never touched OPERMST, so its audit row carries
*> what the card proposed, with a blank status; a level that is not
*> 1 or 2 (blank on a DEA card) is stamped as zero.
WRITE-DECLINED-AUDIT.
    MOVE OT-ACTION TO OA-ACTION
    MOVE OT-OP-ID TO OA-OP-ID
    MOVE OT-OP-NAME TO OA-OP-NAME
    IF OT-AUTH-LEVEL = '1' OR OT-AUTH-LEVEL = '2'
        MOVE OT-AUTH-LEVEL TO OA-AUTH-LEVEL
    ELSE
        MOVE 0 TO OA-AUTH-LEVEL
    END-IF
    MOVE SPACE TO OA-STATUS
    MOVE OT-USER-ID TO OA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO OA-TIMESTAMP
    MOVE OM-DECISION TO OA-DECISION
    MOVE OM-PEND-ID TO OA-PEND-ID
    MOVE OM-CHECKER-ID TO OA-CHECKER-ID
    WRITE OPER-AUDIT-RECORD.

WRITE-NEW-MASTER.
