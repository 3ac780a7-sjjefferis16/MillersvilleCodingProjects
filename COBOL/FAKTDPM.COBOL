*> transaction cards are applied against it, and the whole table -
*> deactivated rows included, they are the history - is written to
*> DEPTMSTN for the following job step to copy back over DEPTMST.
*>
*> Change cards go through the same two-person approval FAKTBNM
*> applies to BNDCTL: a card signed by an active OPERMST operator is
*> checked against DEPTMST as it stands and queued on PENDCHG (see
*> FAKTPCH); it is applied only on an APR card from an active auth
*> level 2 operator other than the maker, and checked again against
*> DEPTMST as it then stands. A REJ card declines it, signed by a
*> level 2 operator or by the maker withdrawing it. Both decisions
*> are stamped to DEPAUDIT with the maker (DA-USER-ID), the checker
*> and the pending id.
*>
*> Transaction card layout (fixed columns):
*>   DT-ACTION    ADD = add a new active department
*>                DEA = deactivate the active row for the code
*>                CHG = replace the active row's name and contact
*> Decision card layout: cols 1-3 APR or REJ, 4-10 pending id,
*> 11-18 the deciding user id.
*>
*> Condition codes: 0 all cards queued or decided, 4 one or more cards
*> rejected (rejected cards are listed on SYSOUT and never reach
*> PENDCHG or the new master; an approved change that no longer
*> applies stays pending), 16 table capacity exceeded, or DEPTMST,
*> OPERMST or PENDCHG would not open - nothing written; raise
*> DM-TABLE-MAX or fix the dataset and rerun.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DEPT-AUDIT-FILE ASSIGN TO "DEPAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPER-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DP-OPER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE.
    05 DT-DEPT-NAME              PIC X(20).
    05 DT-CONTACT                PIC X(20).
    05 DT-USER-ID                PIC X(8).
01  DECISION-RECORD.
    05 DT-DEC-ACTION             PIC X(3).
    05 DT-DEC-PEND-ID            PIC X(7).
    05 DT-DEC-CHECKER-ID         PIC X(8).
FD  OLD-DEPT-FILE.
01  OLD-DEPT-RECORD.
    COPY FAKTDEPT.
    05 DA-STATUS                 PIC X(1).
    05 DA-USER-ID                PIC X(8).
    05 DA-TIMESTAMP              PIC X(21).
*> A = approved and applied, R = declined; blank on entries written
*> before changes needed a second signature.
    05 DA-DECISION               PIC X(1).
    05 DA-PEND-ID                PIC 9(7).
    05 DA-CHECKER-ID             PIC X(8).
FD  OPER-FILE.
01  OPER-RECORD.
    COPY FAKTOPRM.
WORKING-STORAGE SECTION.
01  DP-OLD-STATUS                PIC X(2) VALUE SPACES.
01  DP-EOF-SWITCH                PIC X VALUE 'N'.
01  DP-REJECTED-COUNT            PIC 9(4) VALUE 0.
01  DP-ERROR-SWITCH              PIC X VALUE 'N'.
    88 DP-TRAN-IN-ERROR          VALUE 'Y'.
01  FAKTPCH-PARMS.
    COPY FAKTPCLK.
01  DP-OPER-STATUS               PIC X(2) VALUE SPACES.
01  DP-OPER-EOF-SWITCH           PIC X VALUE 'N'.
    88 DP-OPER-EOF               VALUE 'Y'.
01  DP-OPER-MAX                  PIC 9(4) VALUE 200.
01  DP-OPER-COUNT                PIC 9(4) VALUE 0.
01  DP-OPER-TABLE.
    05 DP-OPER-ENTRY OCCURS 200 TIMES.
       10 DP-OPER                PIC X(30).
01  DP-OPER-ROW.
    COPY FAKTOPRM.
01  DP-OPER-IDX                  PIC 9(4) VALUE 0.
01  DP-LOOKUP-ID                 PIC X(8) VALUE SPACES.
01  DP-LOOKUP-SWITCH             PIC X VALUE 'N'.
    88 DP-LOOKUP-FOUND           VALUE 'Y'.
01  DP-APPLY-SWITCH              PIC X VALUE 'Q'.
    88 DP-QUEUEING               VALUE 'Q'.
    88 DP-APPLYING               VALUE 'A'.
01  DP-DECISION-ACTION           PIC X(3) VALUE SPACES.
01  DP-DECISION                  PIC X(1) VALUE SPACES.
01  DP-PEND-ID                   PIC 9(7) VALUE 0.
01  DP-MAKER-ID                  PIC X(8) VALUE SPACES.
01  DP-CHECKER-ID                PIC X(8) VALUE SPACES.
01  DP-QUEUED-COUNT              PIC 9(4) VALUE 0.
01  DP-DECLINED-COUNT            PIC 9(4) VALUE 0.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-OLD-MASTER
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-OPERATORS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-PENDING-CHANGES
    END-IF
    IF RETURN-CODE NOT = 16
        OPEN INPUT TRANS-FILE
        OPEN EXTEND DEPT-AUDIT-FILE
                AT END
                    SET DP-TRAN-EOF TO TRUE
                NOT AT END
                    PERFORM PROCESS-CARD
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        CLOSE DEPT-AUDIT-FILE
        PERFORM WRITE-NEW-MASTER
        MOVE 'W' TO PK-FUNCTION
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        DISPLAY "FAKTDPM: " DP-QUEUED-COUNT " CARD(S) QUEUED, "
            DP-APPLIED-COUNT " APPROVED AND APPLIED, "
            DP-DECLINED-COUNT " DECLINED, "
            DP-REJECTED-COUNT " REJECTED"
        IF DP-REJECTED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        MOVE OLD-DEPT-RECORD TO DP-ROW (DP-ROW-COUNT)
    END-IF.

*> An unallocated OPERMST leaves nobody able to sign a change; every
*> card is then rejected, which is the safe way for that to fail.
LOAD-OPERATORS.
    OPEN INPUT OPER-FILE
    IF DP-OPER-STATUS = "35"
        DISPLAY "FAKTDPM: OPERMST NOT ALLOCATED - NO CARD CAN BE "
            "SIGNED"
    ELSE
     IF DP-OPER-STATUS NOT = "00"
        DISPLAY "FAKTDPM: OPERMST OPEN FAILED, STATUS " DP-OPER-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        PERFORM UNTIL DP-OPER-EOF
            READ OPER-FILE
                AT END
                    SET DP-OPER-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-OPERATOR
            END-READ
        END-PERFORM
        CLOSE OPER-FILE
     END-IF
    END-IF.

LOAD-ONE-OPERATOR.
    IF DP-OPER-COUNT >= DP-OPER-MAX
        DISPLAY "FAKTDPM: OPERMST EXCEEDS " DP-OPER-MAX
            " ROWS - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET DP-OPER-EOF TO TRUE
    ELSE
        ADD 1 TO DP-OPER-COUNT
        MOVE OPER-RECORD TO DP-OPER (DP-OPER-COUNT)
    END-IF.

LOAD-PENDING-CHANGES.
    MOVE 'L' TO PK-FUNCTION
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTDPM: PENDCHG COULD NOT BE LOADED - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
    END-IF.

PROCESS-CARD.
    MOVE 'N' TO DP-ERROR-SWITCH
    IF DT-DEC-ACTION = "APR" OR DT-DEC-ACTION = "REJ"
        PERFORM APPLY-DECISION
    ELSE
        SET DP-QUEUEING TO TRUE
        MOVE DT-USER-ID TO DP-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT DP-LOOKUP-FOUND
            DISPLAY "FAKTDPM: " DT-USER-ID " IS NOT AN ACTIVE OPERATOR"
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM APPLY-TRANSACTION
        END-IF
    END-IF.

APPLY-TRANSACTION.
    MOVE 'N' TO DP-ERROR-SWITCH
    EVALUATE DT-ACTION
    IF DP-ROW-COUNT >= DP-TABLE-MAX
        PERFORM REJECT-TRANSACTION
    ELSE
     IF DP-QUEUEING
        PERFORM QUEUE-PENDING-CHANGE
     ELSE
        MOVE DT-DEPT-CODE TO DM-DEPT-CODE OF DP-WORK-ROW
        MOVE DT-DEPT-NAME TO DM-DEPT-NAME OF DP-WORK-ROW
        MOVE DT-CONTACT TO DM-CONTACT OF DP-WORK-ROW
        MOVE DP-WORK-ROW TO DP-ROW (DP-ROW-COUNT)
        ADD 1 TO DP-APPLIED-COUNT
        PERFORM WRITE-DEPT-AUDIT
     END-IF
    END-IF.

*> A deactivation needs the same signed card an ADD does - it is the
        IF DP-MATCH-IDX = 0
            PERFORM REJECT-TRANSACTION
        ELSE
         IF DP-QUEUEING
            PERFORM QUEUE-PENDING-CHANGE
         ELSE
            MOVE DP-ROW (DP-MATCH-IDX) TO DP-WORK-ROW
            MOVE 'I' TO DM-STATUS OF DP-WORK-ROW
            MOVE DP-WORK-ROW TO DP-ROW (DP-MATCH-IDX)
            ADD 1 TO DP-APPLIED-COUNT
            PERFORM WRITE-DEPT-AUDIT
         END-IF
        END-IF
    END-IF.

        IF DP-MATCH-IDX = 0
            PERFORM REJECT-TRANSACTION
        ELSE
         IF DP-QUEUEING
            PERFORM QUEUE-PENDING-CHANGE
         ELSE
            MOVE DP-ROW (DP-MATCH-IDX) TO DP-WORK-ROW
            MOVE DT-DEPT-NAME TO DM-DEPT-NAME OF DP-WORK-ROW
            MOVE DT-CONTACT TO DM-CONTACT OF DP-WORK-ROW
            MOVE DP-WORK-ROW TO DP-ROW (DP-MATCH-IDX)
            ADD 1 TO DP-APPLIED-COUNT
            PERFORM WRITE-DEPT-AUDIT
         END-IF
        END-IF
    END-IF.

        END-IF
    END-PERFORM.

QUEUE-PENDING-CHANGE.
    MOVE 'Q' TO PK-FUNCTION
    MOVE "DEP" TO PK-MASTER
    MOVE DT-USER-ID TO PK-USER-ID
    MOVE TRAN-RECORD TO PK-CARD
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTDPM: PENDCHG IS FULL"
        PERFORM REJECT-TRANSACTION
    ELSE
        ADD 1 TO DP-QUEUED-COUNT
        DISPLAY "FAKTDPM: QUEUED AS PENDING " PK-PEND-ID " - "
            TRAN-RECORD
    END-IF.

*> The decision card is checked in full before the pending card image
*> replaces it in TRAN-RECORD, so a refused decision is listed on
*> SYSOUT as the card that was actually submitted.
APPLY-DECISION.
    MOVE DT-DEC-ACTION TO DP-DECISION-ACTION
    MOVE DT-DEC-CHECKER-ID TO DP-CHECKER-ID
    IF DT-DEC-PEND-ID IS NOT NUMERIC OR DT-DEC-CHECKER-ID = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE DT-DEC-PEND-ID TO DP-PEND-ID
        MOVE 'F' TO PK-FUNCTION
        MOVE "DEP" TO PK-MASTER
        MOVE DP-PEND-ID TO PK-PEND-ID
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        IF PK-RETURN-CODE NOT = 0
            DISPLAY "FAKTDPM: NO DEPARTMENT CHANGE " DP-PEND-ID
                " IS PENDING"
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE PK-MAKER-ID TO DP-MAKER-ID
            PERFORM CHECK-CHECKER
            IF NOT DP-TRAN-IN-ERROR
                IF DP-DECISION-ACTION = "APR"
                    PERFORM APPROVE-PENDING-CHANGE
                ELSE
                    PERFORM DECLINE-PENDING-CHANGE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Approval takes a second person: an active auth level 2 operator
*> who is not the maker. A maker may withdraw their own change with a
*> REJ card; declining anyone else's takes level 2 as well.
CHECK-CHECKER.
    IF DP-CHECKER-ID = DP-MAKER-ID
        IF DP-DECISION-ACTION = "APR"
            DISPLAY "FAKTDPM: " DP-CHECKER-ID
                " MAY NOT APPROVE THEIR OWN CHANGE"
            PERFORM REJECT-TRANSACTION
        END-IF
    ELSE
        MOVE DP-CHECKER-ID TO DP-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT DP-LOOKUP-FOUND
           OR OP-AUTH-LEVEL OF DP-OPER-ROW NOT = 2
            DISPLAY "FAKTDPM: " DP-CHECKER-ID
                " IS NOT AN ACTIVE LEVEL 2 OPERATOR"
            PERFORM REJECT-TRANSACTION
        END-IF
    END-IF.

*> The pending card is checked again against DEPTMST as it now stands
*> - another change may have been applied since it was queued. One
*> that no longer applies is rejected and left pending for a REJ.
APPROVE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'A' TO DP-DECISION
    SET DP-APPLYING TO TRUE
    PERFORM APPLY-TRANSACTION
    IF DP-TRAN-IN-ERROR
        DISPLAY "FAKTDPM: PENDING " DP-PEND-ID
            " NO LONGER APPLIES TO DEPTMST - LEFT PENDING"
    ELSE
        PERFORM RECORD-DECISION
    END-IF.

DECLINE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'R' TO DP-DECISION
    PERFORM WRITE-DECLINED-AUDIT
    PERFORM RECORD-DECISION
    ADD 1 TO DP-DECLINED-COUNT.

RECORD-DECISION.
    MOVE 'D' TO PK-FUNCTION
    MOVE "DEP" TO PK-MASTER
    MOVE DP-PEND-ID TO PK-PEND-ID
    MOVE DP-DECISION TO PK-DECISION
    MOVE DP-CHECKER-ID TO PK-USER-ID
    CALL "FAKTPCH" USING FAKTPCH-PARMS.

*> Only an active row counts - a deactivated operator signs nothing.
FIND-OPERATOR.
    MOVE 'N' TO DP-LOOKUP-SWITCH
    PERFORM VARYING DP-OPER-IDX FROM 1 BY 1
            UNTIL DP-OPER-IDX > DP-OPER-COUNT OR DP-LOOKUP-FOUND
        MOVE DP-OPER (DP-OPER-IDX) TO DP-OPER-ROW
        IF OP-ID OF DP-OPER-ROW = DP-LOOKUP-ID
           AND OP-STATUS OF DP-OPER-ROW = 'A'
            SET DP-LOOKUP-FOUND TO TRUE
        END-IF
    END-PERFORM.

REJECT-TRANSACTION.
    IF NOT DP-TRAN-IN-ERROR
        DISPLAY "FAKTDPM: CARD REJECTED - " TRAN-RECORD
    MOVE DM-STATUS OF DP-WORK-ROW TO DA-STATUS
    MOVE DT-USER-ID TO DA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO DA-TIMESTAMP
    MOVE DP-DECISION TO DA-DECISION
    MOVE DP-PEND-ID TO DA-PEND-ID
    MOVE DP-CHECKER-ID TO DA-CHECKER-ID
    WRITE DEPT-AUDIT-RECORD.

*> A declined change never touched DEPTMST, so its audit row carries
*> what the card proposed, with a blank status.
WRITE-DECLINED-AUDIT.
    MOVE DT-ACTION TO DA-ACTION
    MOVE DT-DEPT-CODE TO DA-DEPT-CODE
    MOVE DT-DEPT-NAME TO DA-DEPT-NAME
    MOVE DT-CONTACT TO DA-CONTACT
    MOVE SPACE TO DA-STATUS
    MOVE DT-USER-ID TO DA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO DA-TIMESTAMP
    MOVE DP-DECISION TO DA-DECISION
    MOVE DP-PEND-ID TO DA-PEND-ID
    MOVE DP-CHECKER-ID TO DA-CHECKER-ID
    WRITE DEPT-AUDIT-RECORD.

WRITE-NEW-MASTER.
