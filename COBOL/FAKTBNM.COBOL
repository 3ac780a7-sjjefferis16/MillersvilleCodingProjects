*> master update: the current BNDCTL is loaded into a table, the
*> BNDTRAN transaction cards are applied against it, and the whole
*> table - expired rows included, they are the history - is written to
*> BNDCTLN for the following job step to copy back over BNDCTL.
*>
*> No change card is applied on the word of the user who keyed it -
*> one person must not be able to widen a lot class's bounds alone.
*> An ADD or EXP card whose TR-USER-ID is an active OPERMST operator
*> is checked against BNDCTL as it stands and, if it would apply, is
*> queued on PENDCHG (see FAKTPCH) under a new pending id. It reaches
*> BNDCTL only when an APR card for that id is submitted by a second
*> user - an active auth level 2 operator other than the maker - and
*> it is checked again against BNDCTL as it then stands. A REJ card
*> declines it, signed by a level 2 operator or by the maker
*> withdrawing it. Both decisions are stamped to BNDAUDIT with the
*> maker (BA-USER-ID), the checker and the pending id, so there is a
*> record of who changed what, who let it through and when.
*>
*> Transaction card layout (fixed columns):
*>   TR-ACTION    ADD = add a new active row
*>                      effective-from date match the card
*>   TR-EFF-TO    on ADD, 99991231 leaves the row open-ended; to
*>                shorten a period, EXP the row and ADD a replacement
*> Decision card layout: cols 1-3 APR or REJ, 4-10 pending id,
*> 11-18 the deciding user id.
*>
*> Condition codes: 0 all cards queued or decided, 4 one or more cards
*> rejected (rejected cards are listed on SYSOUT and never reach
*> PENDCHG or the new master; an approved change that no longer
*> applies stays pending), 16 table capacity exceeded, or BNDCTL,
*> OPERMST or PENDCHG would not open - nothing written; raise
*> BM-TABLE-MAX or fix the dataset and rerun.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BND-AUDIT-FILE ASSIGN TO "BNDAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPER-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-OPER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE.
    05 TR-MIN-VAL                PIC X(5).
    05 TR-MAX-VAL                PIC X(5).
    05 TR-USER-ID                PIC X(8).
01  DECISION-RECORD.
    05 TR-DEC-ACTION             PIC X(3).
    05 TR-DEC-PEND-ID            PIC X(7).
    05 TR-DEC-CHECKER-ID         PIC X(8).
FD  OLD-BOUNDS-FILE.
01  OLD-BOUNDS-RECORD.
    COPY FAKTBCTL.
    05 BA-MAX-VAL                PIC S9(4) SIGN LEADING SEPARATE.
    05 BA-USER-ID                PIC X(8).
    05 BA-TIMESTAMP              PIC X(21).
*> A = approved and applied, R = declined; blank on entries written
*> before changes needed a second signature.
    05 BA-DECISION               PIC X(1).
    05 BA-PEND-ID                PIC 9(7).
    05 BA-CHECKER-ID             PIC X(8).
FD  OPER-FILE.
01  OPER-RECORD.
    COPY FAKTOPRM.
WORKING-STORAGE SECTION.
01  BM-OLD-STATUS                PIC X(2) VALUE SPACES.
01  BM-EOF-SWITCH                PIC X VALUE 'N'.
01  BM-ERROR-SWITCH              PIC X VALUE 'N'.
    88 BM-TRAN-IN-ERROR          VALUE 'Y'.
01  BM-NUMVAL-WORK               PIC S9(8) VALUE 0.
01  FAKTPCH-PARMS.
    COPY FAKTPCLK.
01  BM-OPER-STATUS               PIC X(2) VALUE SPACES.
01  BM-OPER-EOF-SWITCH           PIC X VALUE 'N'.
    88 BM-OPER-EOF               VALUE 'Y'.
01  BM-OPER-MAX                  PIC 9(4) VALUE 200.
01  BM-OPER-COUNT                PIC 9(4) VALUE 0.
01  BM-OPER-TABLE.
    05 BM-OPER-ENTRY OCCURS 200 TIMES.
       10 BM-OPER                PIC X(30).
01  BM-OPER-ROW.
    COPY FAKTOPRM.
01  BM-OPER-IDX                  PIC 9(4) VALUE 0.
01  BM-LOOKUP-ID                 PIC X(8) VALUE SPACES.
01  BM-LOOKUP-SWITCH             PIC X VALUE 'N'.
    88 BM-LOOKUP-FOUND           VALUE 'Y'.
01  BM-APPLY-SWITCH              PIC X VALUE 'Q'.
    88 BM-QUEUEING               VALUE 'Q'.
    88 BM-APPLYING               VALUE 'A'.
01  BM-DECISION-ACTION           PIC X(3) VALUE SPACES.
01  BM-DECISION                  PIC X(1) VALUE SPACES.
01  BM-PEND-ID                   PIC 9(7) VALUE 0.
01  BM-MAKER-ID                  PIC X(8) VALUE SPACES.
01  BM-CHECKER-ID                PIC X(8) VALUE SPACES.
01  BM-QUEUED-COUNT              PIC 9(4) VALUE 0.
01  BM-DECLINED-COUNT            PIC 9(4) VALUE 0.
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
        OPEN EXTEND BND-AUDIT-FILE
                AT END
                    SET BM-TRAN-EOF TO TRUE
                NOT AT END
                    PERFORM PROCESS-CARD
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
        CLOSE BND-AUDIT-FILE
        PERFORM WRITE-NEW-MASTER
        MOVE 'W' TO PK-FUNCTION
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        DISPLAY "FAKTBNM: " BM-QUEUED-COUNT " CARD(S) QUEUED, "
            BM-APPLIED-COUNT " APPROVED AND APPLIED, "
            BM-DECLINED-COUNT " DECLINED, "
            BM-REJECTED-COUNT " REJECTED"
        IF BM-REJECTED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        MOVE OLD-BOUNDS-RECORD TO BM-ROW (BM-ROW-COUNT)
    END-IF.

*> An unallocated OPERMST leaves nobody able to sign a change; every
*> card is then rejected, which is the safe way for that to fail.
LOAD-OPERATORS.
    OPEN INPUT OPER-FILE
    IF BM-OPER-STATUS = "35"
        DISPLAY "FAKTBNM: OPERMST NOT ALLOCATED - NO CARD CAN BE "
            "SIGNED"
    ELSE
     IF BM-OPER-STATUS NOT = "00"
        DISPLAY "FAKTBNM: OPERMST OPEN FAILED, STATUS " BM-OPER-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        PERFORM UNTIL BM-OPER-EOF
            READ OPER-FILE
                AT END
                    SET BM-OPER-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-OPERATOR
            END-READ
        END-PERFORM
        CLOSE OPER-FILE
     END-IF
    END-IF.

LOAD-ONE-OPERATOR.
    IF BM-OPER-COUNT >= BM-OPER-MAX
        DISPLAY "FAKTBNM: OPERMST EXCEEDS " BM-OPER-MAX
            " ROWS - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET BM-OPER-EOF TO TRUE
    ELSE
        ADD 1 TO BM-OPER-COUNT
        MOVE OPER-RECORD TO BM-OPER (BM-OPER-COUNT)
    END-IF.

LOAD-PENDING-CHANGES.
    MOVE 'L' TO PK-FUNCTION
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTBNM: PENDCHG COULD NOT BE LOADED - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
    END-IF.

PROCESS-CARD.
    MOVE 'N' TO BM-ERROR-SWITCH
    IF TR-DEC-ACTION = "APR" OR TR-DEC-ACTION = "REJ"
        PERFORM APPLY-DECISION
    ELSE
        SET BM-QUEUEING TO TRUE
        MOVE TR-USER-ID TO BM-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT BM-LOOKUP-FOUND
            DISPLAY "FAKTBNM: " TR-USER-ID " IS NOT AN ACTIVE OPERATOR"
            PERFORM REJECT-TRANSACTION
        ELSE
            PERFORM APPLY-TRANSACTION
        END-IF
    END-IF.

APPLY-TRANSACTION.
    MOVE 'N' TO BM-ERROR-SWITCH
    IF TR-ACTION = "ADD"
    IF BM-ROW-COUNT >= BM-TABLE-MAX
        PERFORM REJECT-TRANSACTION
    ELSE
     IF BM-QUEUEING
        PERFORM QUEUE-PENDING-CHANGE
     ELSE
        MOVE TR-LOT-CLASS TO BC-LOT-CLASS OF BM-WORK-ROW
        MOVE TR-EFF-FROM TO BC-EFF-FROM OF BM-WORK-ROW
        MOVE TR-EFF-TO TO BC-EFF-TO OF BM-WORK-ROW
        MOVE BM-WORK-ROW TO BM-ROW (BM-ROW-COUNT)
        ADD 1 TO BM-APPLIED-COUNT
        PERFORM WRITE-BOUNDS-AUDIT
     END-IF
    END-IF.

*> An expiry needs the same signed card an ADD does - it is the more
        IF BM-MATCH-IDX = 0
            PERFORM REJECT-TRANSACTION
        ELSE
         IF BM-QUEUEING
            PERFORM QUEUE-PENDING-CHANGE
         ELSE
            MOVE BM-ROW (BM-MATCH-IDX) TO BM-WORK-ROW
            MOVE 'E' TO BC-STATUS OF BM-WORK-ROW
            MOVE BM-WORK-ROW TO BM-ROW (BM-MATCH-IDX)
            ADD 1 TO BM-APPLIED-COUNT
            PERFORM WRITE-BOUNDS-AUDIT
         END-IF
        END-IF
    END-IF.

QUEUE-PENDING-CHANGE.
    MOVE 'Q' TO PK-FUNCTION
    MOVE "BND" TO PK-MASTER
    MOVE TR-USER-ID TO PK-USER-ID
    MOVE TRAN-RECORD TO PK-CARD
    CALL "FAKTPCH" USING FAKTPCH-PARMS
    IF PK-RETURN-CODE NOT = 0
        DISPLAY "FAKTBNM: PENDCHG IS FULL"
        PERFORM REJECT-TRANSACTION
    ELSE
        ADD 1 TO BM-QUEUED-COUNT
        DISPLAY "FAKTBNM: QUEUED AS PENDING " PK-PEND-ID " - "
            TRAN-RECORD
    END-IF.

*> The decision card is checked in full before the pending card image
*> replaces it in TRAN-RECORD, so a refused decision is listed on
*> SYSOUT as the card that was actually submitted.
APPLY-DECISION.
    MOVE TR-DEC-ACTION TO BM-DECISION-ACTION
    MOVE TR-DEC-CHECKER-ID TO BM-CHECKER-ID
    IF TR-DEC-PEND-ID IS NOT NUMERIC OR TR-DEC-CHECKER-ID = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE TR-DEC-PEND-ID TO BM-PEND-ID
        MOVE 'F' TO PK-FUNCTION
        MOVE "BND" TO PK-MASTER
        MOVE BM-PEND-ID TO PK-PEND-ID
        CALL "FAKTPCH" USING FAKTPCH-PARMS
        IF PK-RETURN-CODE NOT = 0
            DISPLAY "FAKTBNM: NO BOUNDS CHANGE " BM-PEND-ID
                " IS PENDING"
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE PK-MAKER-ID TO BM-MAKER-ID
            PERFORM CHECK-CHECKER
            IF NOT BM-TRAN-IN-ERROR
                IF BM-DECISION-ACTION = "APR"
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
    IF BM-CHECKER-ID = BM-MAKER-ID
        IF BM-DECISION-ACTION = "APR"
            DISPLAY "FAKTBNM: " BM-CHECKER-ID
                " MAY NOT APPROVE THEIR OWN CHANGE"
            PERFORM REJECT-TRANSACTION
        END-IF
    ELSE
        MOVE BM-CHECKER-ID TO BM-LOOKUP-ID
        PERFORM FIND-OPERATOR
        IF NOT BM-LOOKUP-FOUND
           OR OP-AUTH-LEVEL OF BM-OPER-ROW NOT = 2
            DISPLAY "FAKTBNM: " BM-CHECKER-ID
                " IS NOT AN ACTIVE LEVEL 2 OPERATOR"
            PERFORM REJECT-TRANSACTION
        END-IF
    END-IF.

*> The pending card is checked again against BNDCTL as it now stands
*> - another change may have been applied since it was queued. One
*> that no longer applies is rejected and left pending for a REJ.
APPROVE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'A' TO BM-DECISION
    SET BM-APPLYING TO TRUE
    PERFORM APPLY-TRANSACTION
    IF BM-TRAN-IN-ERROR
        DISPLAY "FAKTBNM: PENDING " BM-PEND-ID
            " NO LONGER APPLIES TO BNDCTL - LEFT PENDING"
    ELSE
        PERFORM RECORD-DECISION
    END-IF.

DECLINE-PENDING-CHANGE.
    MOVE PK-CARD TO TRAN-RECORD
    MOVE 'R' TO BM-DECISION
    PERFORM WRITE-DECLINED-AUDIT
    PERFORM RECORD-DECISION
    ADD 1 TO BM-DECLINED-COUNT.

RECORD-DECISION.
    MOVE 'D' TO PK-FUNCTION
    MOVE "BND" TO PK-MASTER
    MOVE BM-PEND-ID TO PK-PEND-ID
    MOVE BM-DECISION TO PK-DECISION
    MOVE BM-CHECKER-ID TO PK-USER-ID
    CALL "FAKTPCH" USING FAKTPCH-PARMS.

*> Only an active row counts - a deactivated operator signs nothing.
FIND-OPERATOR.
    MOVE 'N' TO BM-LOOKUP-SWITCH
    PERFORM VARYING BM-OPER-IDX FROM 1 BY 1
            UNTIL BM-OPER-IDX > BM-OPER-COUNT OR BM-LOOKUP-FOUND
        MOVE BM-OPER (BM-OPER-IDX) TO BM-OPER-ROW
        IF OP-ID OF BM-OPER-ROW = BM-LOOKUP-ID
           AND OP-STATUS OF BM-OPER-ROW = 'A'
            SET BM-LOOKUP-FOUND TO TRUE
        END-IF
    END-PERFORM.

REJECT-TRANSACTION.
    IF NOT BM-TRAN-IN-ERROR
        DISPLAY "FAKTBNM: CARD REJECTED - " TRAN-RECORD
    MOVE BC-MAX-VAL OF BM-WORK-ROW TO BA-MAX-VAL
    MOVE TR-USER-ID TO BA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO BA-TIMESTAMP
    MOVE BM-DECISION TO BA-DECISION
    MOVE BM-PEND-ID TO BA-PEND-ID
    MOVE BM-CHECKER-ID TO BA-CHECKER-ID
    WRITE BND-AUDIT-RECORD.

*> A declined change never touched BNDCTL, so its audit row carries
*> what the card proposed; a min or max that will not read as a
*> bound (blank on an EXP card) is stamped as zero.
WRITE-DECLINED-AUDIT.
    MOVE TR-ACTION TO BA-ACTION
    MOVE TR-LOT-CLASS TO BA-LOT-CLASS
    MOVE TR-EFF-FROM TO BA-EFF-FROM
    MOVE TR-EFF-TO TO BA-EFF-TO
    MOVE 0 TO BA-MIN-VAL
    MOVE 0 TO BA-MAX-VAL
    IF FUNCTION TEST-NUMVAL (TR-MIN-VAL) = 0
        COMPUTE BM-NUMVAL-WORK = FUNCTION NUMVAL (TR-MIN-VAL)
        IF BM-NUMVAL-WORK >= -9999 AND BM-NUMVAL-WORK <= 9999
            MOVE BM-NUMVAL-WORK TO BA-MIN-VAL
        END-IF
    END-IF
    IF FUNCTION TEST-NUMVAL (TR-MAX-VAL) = 0
        COMPUTE BM-NUMVAL-WORK = FUNCTION NUMVAL (TR-MAX-VAL)
        IF BM-NUMVAL-WORK >= -9999 AND BM-NUMVAL-WORK <= 9999
            MOVE BM-NUMVAL-WORK TO BA-MAX-VAL
        END-IF
    END-IF
    MOVE TR-USER-ID TO BA-USER-ID
    MOVE FUNCTION CURRENT-DATE TO BA-TIMESTAMP
    MOVE BM-DECISION TO BA-DECISION
    MOVE BM-PEND-ID TO BA-PEND-ID
    MOVE BM-CHECKER-ID TO BA-CHECKER-ID
    WRITE BND-AUDIT-RECORD.

WRITE-NEW-MASTER.
