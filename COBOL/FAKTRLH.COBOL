IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTRLH.
*> FAKTRLH keeps the RUNLEDG run ledger for the nightly chain, so a
*> step is checked and recorded exactly the same way whichever program
*> runs it. At the start of a step it reads the step's STEPCARD deck,
*> checks the ledger rows of the step's business date and refuses the
*> step when it is out of sequence or already complete; otherwise it
*> marks the step started. At the end it records the condition code
*> and the end time. The ledger is opened and closed on every call,
*> so nothing is held between the two calls but the caller's block.
*> A check call (FAKTRLC, ahead of a job's delete step) applies every
*> rule of the start call and records nothing.
*>
*> The chain, one business date:
*>   single-stream night   BAT - REC - SHP - ACK
*>   split night           SPL - STR 01..nn - MRG - REC - SHP - ACK
*> Each step needs the one before it complete under the same run-id;
*> the merge needs every stream the split cut. A date is either split
*> or run single-stream, never both. A step already complete is
*> refused, and so is one started under another run-id and never
*> ended - that is a second submission, not a restart. A step that
*> ended CC 8 or more may simply be run again.
*>
*> STEPCARD cards, KEYWORD=VALUE one per card (the DD may be left out):
*>   STREAM=nn    FAKTBAT only - this step is stream nn (01-04) of a
*>                split night
*>   OVERRIDE=id  force a step the ledger would refuse. The id must be
*>                an active OPERMST operator at auth level 2, checked
*>                the way FAKTBAT checks a decode submitter; the
*>                override is named on the ledger row. An override
*>                card that does not validate refuses the step even
*>                when the ledger would have let it through.
*> Functions and return codes are described in FAKTRLLK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Not OPTIONAL, for the reason FAKTBAT gives for DEPTMST: an
*> unallocated ledger (status 35, control off) must be told from a
*> broken one (refuse the step).
    SELECT LEDGER-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LD-KEY
        FILE STATUS IS LG-LEDG-STATUS.
    SELECT OPTIONAL CARD-FILE ASSIGN TO "STEPCARD"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LG-OPER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LEDGER-FILE.
01  LEDGER-RECORD.
    COPY FAKTRLED.
FD  CARD-FILE.
01  CARD-RECORD                  PIC X(80).
FD  OPERATOR-FILE.
01  OPERATOR-RECORD.
    COPY FAKTOPRM.
WORKING-STORAGE SECTION.
01  LG-LEDG-STATUS               PIC X(2) VALUE SPACES.
01  LG-OPER-STATUS               PIC X(2) VALUE SPACES.
01  LG-CARD-EOF-SWITCH           PIC X VALUE 'N'.
    88 LG-CARD-EOF               VALUE 'Y'.
01  LG-OPER-EOF-SWITCH           PIC X VALUE 'N'.
    88 LG-OPER-EOF               VALUE 'Y'.
01  LG-CARD-KEYWORD              PIC X(8) VALUE SPACES.
01  LG-CARD-VALUE                PIC X(72) VALUE SPACES.
*> Nine bytes, so an operator id one character too long refuses the
*> card instead of overriding under its first eight.
01  LG-OVERRIDE-IN               PIC X(9) VALUE SPACES.
01  LG-OVERRIDE-SWITCH           PIC X VALUE 'N'.
    88 LG-OVERRIDE-AUTHORIZED    VALUE 'Y'.
01  LG-REFUSE-SWITCH             PIC X VALUE 'N'.
    88 LG-STEP-OUT-OF-LINE       VALUE 'Y'.
01  LG-ROW-FOUND-SWITCH          PIC X VALUE 'N'.
    88 LG-ROW-FOUND              VALUE 'Y'.
01  LG-FETCH-STEP                PIC X(3) VALUE SPACES.
01  LG-FETCH-STREAM              PIC 9(2) VALUE 0.
01  LG-SPLIT-STREAMS             PIC 9(1) VALUE 0.
01  LG-STREAM-IDX                PIC 9(2) VALUE 0.
01  LG-PRIOR-STEP                PIC X(3) VALUE SPACES.
01  LG-CC-DISPLAY                PIC ZZZ9.
LINKAGE SECTION.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
PROCEDURE DIVISION USING FAKTRLH-PARMS.
MAIN-PARA.
    MOVE 0 TO LL-RETURN-CODE
    EVALUATE LL-FUNCTION
        WHEN 'B'
            PERFORM BEGIN-STEP
        WHEN 'C'
            PERFORM BEGIN-STEP
        WHEN 'E'
            PERFORM END-STEP
    END-EVALUATE
    GOBACK.

BEGIN-STEP.
    MOVE SPACES TO LL-OVERRIDE-ID
    MOVE SPACES TO LG-OVERRIDE-IN
    MOVE 'N' TO LG-OVERRIDE-SWITCH
    MOVE 'N' TO LG-REFUSE-SWITCH
    IF LL-STEP NOT = "STR"
        MOVE 0 TO LL-STREAM
    END-IF
    PERFORM READ-STEP-CARDS
    IF LL-RETURN-CODE = 0 AND LG-OVERRIDE-IN NOT = SPACES
        PERFORM VALIDATE-OVERRIDE
    END-IF
    IF LL-RETURN-CODE = 0
        IF LL-FUNCTION = 'C'
            OPEN INPUT LEDGER-FILE
        ELSE
            OPEN I-O LEDGER-FILE
        END-IF
        IF LG-LEDG-STATUS = "35"
            DISPLAY "FAKTRLH: RUNLEDG NOT ALLOCATED - RUN LEDGER "
                "CONTROL OFF FOR " LL-PROGRAM
            MOVE 4 TO LL-RETURN-CODE
        ELSE
         IF LG-LEDG-STATUS NOT = "00"
            DISPLAY "FAKTRLH: RUNLEDG OPEN FAILED, STATUS "
                LG-LEDG-STATUS
            MOVE 12 TO LL-RETURN-CODE
         ELSE
            PERFORM CHECK-STEP-SEQUENCE
            IF LL-RETURN-CODE = 0 AND LL-FUNCTION = 'B'
                PERFORM MARK-STEP-STARTED
            END-IF
            CLOSE LEDGER-FILE
         END-IF
        END-IF
    END-IF.

READ-STEP-CARDS.
    MOVE 'N' TO LG-CARD-EOF-SWITCH
    OPEN INPUT CARD-FILE
    PERFORM UNTIL LG-CARD-EOF
        READ CARD-FILE
            AT END
                SET LG-CARD-EOF TO TRUE
            NOT AT END
                PERFORM APPLY-ONE-STEP-CARD
        END-READ
    END-PERFORM
    CLOSE CARD-FILE.

APPLY-ONE-STEP-CARD.
    IF CARD-RECORD = SPACES
        CONTINUE
    ELSE
        MOVE SPACES TO LG-CARD-KEYWORD
        MOVE SPACES TO LG-CARD-VALUE
        UNSTRING CARD-RECORD DELIMITED BY "="
            INTO LG-CARD-KEYWORD
                 LG-CARD-VALUE
        END-UNSTRING
        EVALUATE LG-CARD-KEYWORD
            WHEN "STREAM"
                PERFORM APPLY-STREAM-CARD
            WHEN "OVERRIDE"
                MOVE LG-CARD-VALUE (1:9) TO LG-OVERRIDE-IN
                IF LG-OVERRIDE-IN = SPACES
                   OR LG-OVERRIDE-IN (9:1) NOT = SPACE
                    DISPLAY "FAKTRLH: OVERRIDE CARD MUST NAME A 1-8 "
                        "CHARACTER OPERATOR ID, NOT '"
                        LG-CARD-VALUE (1:9) "' - STEP REFUSED"
                    PERFORM REFUSE-STEP-CARD
                END-IF
            WHEN OTHER
                DISPLAY "FAKTRLH: UNRECOGNIZED STEPCARD KEYWORD '"
                    LG-CARD-KEYWORD "' - STEP REFUSED"
                PERFORM REFUSE-STEP-CARD
        END-EVALUATE
    END-IF.

APPLY-STREAM-CARD.
    IF LL-STEP NOT = "BAT" AND LL-STEP NOT = "STR"
        DISPLAY "FAKTRLH: STREAM CARD GIVEN TO " LL-PROGRAM
            " - ONLY A FAKTBAT STEP RUNS AS A STREAM - STEP REFUSED"
        PERFORM REFUSE-STEP-CARD
    ELSE
        IF LG-CARD-VALUE (1:2) IS NUMERIC
           AND LG-CARD-VALUE (3:70) = SPACES
           AND LG-CARD-VALUE (1:2) >= "01"
           AND LG-CARD-VALUE (1:2) <= "04"
            MOVE LG-CARD-VALUE (1:2) TO LL-STREAM
            MOVE "STR" TO LL-STEP
        ELSE
            DISPLAY "FAKTRLH: STREAM CARD MUST BE 01-04, NOT '"
                LG-CARD-VALUE (1:8) "' - STEP REFUSED"
            PERFORM REFUSE-STEP-CARD
        END-IF
    END-IF.

REFUSE-STEP-CARD.
    MOVE 16 TO LL-RETURN-CODE
    SET LG-CARD-EOF TO TRUE.

*> Active row, auth level 2 - the same standard as a decode
*> submitter, and for the same reason: forcing a step out of line can
*> ship a night twice. A missing or unopenable OPERMST refuses the
*> override rather than letting it through unchecked.
VALIDATE-OVERRIDE.
    MOVE LG-OVERRIDE-IN (1:8) TO LL-OVERRIDE-ID
    MOVE 'N' TO LG-OPER-EOF-SWITCH
    OPEN INPUT OPERATOR-FILE
    IF LG-OPER-STATUS NOT = "00"
        DISPLAY "FAKTRLH: OPERATOR MASTER WILL NOT OPEN (STATUS "
            LG-OPER-STATUS ") - OVERRIDE REFUSED"
    ELSE
        PERFORM UNTIL LG-OPER-EOF
            READ OPERATOR-FILE
                AT END
                    SET LG-OPER-EOF TO TRUE
                NOT AT END
                    IF OP-ID = LL-OVERRIDE-ID
                       AND OP-STATUS = 'A'
                       AND OP-AUTH-LEVEL = 2
                        SET LG-OVERRIDE-AUTHORIZED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF
    IF NOT LG-OVERRIDE-AUTHORIZED
        DISPLAY "FAKTRLH: OVERRIDE NOT AUTHORIZED FOR OPERATOR "
            LL-OVERRIDE-ID " - STEP REFUSED"
        MOVE SPACES TO LL-OVERRIDE-ID
        MOVE 8 TO LL-RETURN-CODE
    END-IF.

*> Every rule the step breaks is listed, not just the first, so one
*> look at the job log tells the operator everything an override
*> would be forcing past.
CHECK-STEP-SEQUENCE.
    EVALUATE LL-STEP
        WHEN "SPL"
            PERFORM CHECK-SPLIT-STEP
        WHEN "BAT"
            PERFORM CHECK-BATCH-STEP
        WHEN "STR"
            PERFORM CHECK-STREAM-STEP
        WHEN "MRG"
            PERFORM CHECK-MERGE-STEP
        WHEN "REC"
            PERFORM CHECK-RECONCILE-STEP
        WHEN "SHP"
            PERFORM CHECK-SHIP-STEP
        WHEN "ACK"
            PERFORM CHECK-ACK-STEP
    END-EVALUATE
    IF LL-RETURN-CODE = 0
        PERFORM CHECK-OWN-ROW
    END-IF
    IF LL-RETURN-CODE = 0 AND LG-STEP-OUT-OF-LINE
        IF LG-OVERRIDE-AUTHORIZED
            DISPLAY "FAKTRLH: " LL-STEP " " LL-BUS-DATE
                " FORCED BY OVERRIDE OF " LL-OVERRIDE-ID
        ELSE
            DISPLAY "FAKTRLH: " LL-STEP " " LL-BUS-DATE
                " REFUSED - AN AUTHORIZED OVERRIDE CARD IS NEEDED "
                "TO FORCE IT"
            MOVE 8 TO LL-RETURN-CODE
        END-IF
    END-IF.

CHECK-SPLIT-STEP.
    MOVE "BAT" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF LG-ROW-FOUND
        DISPLAY "FAKTRLH: " LL-BUS-DATE " ALREADY STARTED AS A "
            "SINGLE-STREAM NIGHT UNDER RUN " LD-RUN-ID
        SET LG-STEP-OUT-OF-LINE TO TRUE
    END-IF.

CHECK-BATCH-STEP.
    MOVE "SPL" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF LG-ROW-FOUND
        DISPLAY "FAKTRLH: " LL-BUS-DATE " ALREADY SPLIT FOR A "
            "PARALLEL NIGHT UNDER RUN " LD-RUN-ID
        SET LG-STEP-OUT-OF-LINE TO TRUE
    END-IF.

CHECK-STREAM-STEP.
    PERFORM CHECK-SPLIT-COMPLETE
    IF LG-ROW-FOUND AND LD-STATUS = 'C'
       AND LL-STREAM > LG-SPLIT-STREAMS
        DISPLAY "FAKTRLH: STREAM " LL-STREAM " WAS NOT CUT - THE "
            "SPLIT FOR " LL-BUS-DATE " MADE " LG-SPLIT-STREAMS
            " STREAMS"
        SET LG-STEP-OUT-OF-LINE TO TRUE
    END-IF.

CHECK-MERGE-STEP.
    PERFORM CHECK-SPLIT-COMPLETE
    IF LG-ROW-FOUND AND LD-STATUS = 'C'
        IF LL-STREAM-COUNT NOT = LG-SPLIT-STREAMS
            DISPLAY "FAKTRLH: " LL-STREAM-COUNT " STREAMS TO "
                "CONSOLIDATE - THE SPLIT FOR " LL-BUS-DATE " MADE "
                LG-SPLIT-STREAMS
            SET LG-STEP-OUT-OF-LINE TO TRUE
        END-IF
        PERFORM VARYING LG-STREAM-IDX FROM 1 BY 1
                UNTIL LG-STREAM-IDX > LG-SPLIT-STREAMS
                   OR LL-RETURN-CODE NOT = 0
            MOVE "STR" TO LG-FETCH-STEP
            MOVE LG-STREAM-IDX TO LG-FETCH-STREAM
            PERFORM FETCH-LEDGER-ROW
            IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
                DISPLAY "FAKTRLH: STREAM " LG-STREAM-IDX " OF "
                    LL-BUS-DATE " HAS NOT COMPLETED"
                SET LG-STEP-OUT-OF-LINE TO TRUE
            END-IF
        END-PERFORM
    END-IF.

*> Shared by the stream and merge checks. Leaves the SPL row in the
*> record area and its stream count in LG-SPLIT-STREAMS.
CHECK-SPLIT-COMPLETE.
    MOVE 0 TO LG-SPLIT-STREAMS
    MOVE "SPL" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
        DISPLAY "FAKTRLH: THE SPLIT FOR " LL-BUS-DATE
            " HAS NOT COMPLETED"
        SET LG-STEP-OUT-OF-LINE TO TRUE
    ELSE
        MOVE LD-STREAM-COUNT TO LG-SPLIT-STREAMS
        PERFORM CHECK-PRIOR-RUN-ID
    END-IF.

*> Whichever way the night ran, FAKTREC balances its one handoff.
CHECK-RECONCILE-STEP.
    MOVE "BAT" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
        MOVE "MRG" TO LG-FETCH-STEP
        PERFORM FETCH-LEDGER-ROW
    END-IF
    IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
        DISPLAY "FAKTRLH: NO COMPLETED FAKTBAT OR FAKTMRG RUN FOR "
            LL-BUS-DATE
        SET LG-STEP-OUT-OF-LINE TO TRUE
    ELSE
        PERFORM CHECK-PRIOR-RUN-ID
    END-IF.

CHECK-SHIP-STEP.
    MOVE "REC" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
        DISPLAY "FAKTRLH: FAKTREC HAS NOT BALANCED " LL-BUS-DATE
        SET LG-STEP-OUT-OF-LINE TO TRUE
    ELSE
        PERFORM CHECK-PRIOR-RUN-ID
    END-IF.

CHECK-ACK-STEP.
    MOVE "SHP" TO LG-FETCH-STEP
    MOVE 0 TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF NOT LG-ROW-FOUND OR LD-STATUS NOT = 'C'
        DISPLAY "FAKTRLH: NO INTERFACE SHIPPED FOR " LL-BUS-DATE
        SET LG-STEP-OUT-OF-LINE TO TRUE
    ELSE
        IF LL-RUN-ID = SPACES
            MOVE LD-RUN-ID TO LL-RUN-ID
        END-IF
        PERFORM CHECK-PRIOR-RUN-ID
    END-IF.

*> The prerequisite row is in the record area. A different run-id
*> there is a second submission for the date, not this night's next
*> step.
CHECK-PRIOR-RUN-ID.
    IF LD-RUN-ID NOT = LL-RUN-ID
        DISPLAY "FAKTRLH: " LD-STEP " FOR " LL-BUS-DATE
            " RAN UNDER RUN " LD-RUN-ID ", NOT " LL-RUN-ID
        SET LG-STEP-OUT-OF-LINE TO TRUE
    END-IF.

CHECK-OWN-ROW.
    MOVE LL-STEP TO LG-FETCH-STEP
    MOVE LL-STREAM TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF LG-ROW-FOUND
        IF LD-STATUS = 'C'
            DISPLAY "FAKTRLH: " LL-STEP " " LL-STREAM " FOR "
                LL-BUS-DATE " ALREADY COMPLETE UNDER RUN " LD-RUN-ID
            SET LG-STEP-OUT-OF-LINE TO TRUE
        ELSE
         IF LD-STATUS = 'S' AND LD-RUN-ID NOT = LL-RUN-ID
            DISPLAY "FAKTRLH: " LL-STEP " " LL-STREAM " FOR "
                LL-BUS-DATE " STARTED UNDER RUN " LD-RUN-ID
                " AND NEVER ENDED"
            SET LG-STEP-OUT-OF-LINE TO TRUE
         END-IF
        END-IF
    END-IF.

MARK-STEP-STARTED.
    MOVE LL-STEP TO LG-FETCH-STEP
    MOVE LL-STREAM TO LG-FETCH-STREAM
    PERFORM FETCH-LEDGER-ROW
    IF LL-RETURN-CODE = 0
        IF NOT LG-ROW-FOUND
            PERFORM BUILD-NEW-ROW
        END-IF
        MOVE LL-RUN-ID TO LD-RUN-ID
        MOVE 'S' TO LD-STATUS
        MOVE LL-PROGRAM TO LD-PROGRAM
        MOVE FUNCTION CURRENT-DATE (1:14) TO LD-START-TS
        MOVE SPACES TO LD-END-TS
        MOVE 0 TO LD-COND-CODE
        IF LD-ATTEMPTS < 999
            ADD 1 TO LD-ATTEMPTS
        END-IF
        MOVE LL-STREAM-COUNT TO LD-STREAM-COUNT
        MOVE LL-OVERRIDE-ID TO LD-OVERRIDE-ID
        PERFORM STORE-LEDGER-ROW
    END-IF.

*> An E call finds its own row started by the B call. Should the row
*> be missing - the ledger was allocated while the step ran - one is
*> built so the end is still on record.
END-STEP.
    OPEN I-O LEDGER-FILE
    IF LG-LEDG-STATUS = "35"
        MOVE 4 TO LL-RETURN-CODE
    ELSE
     IF LG-LEDG-STATUS NOT = "00"
        DISPLAY "FAKTRLH: RUNLEDG OPEN FAILED, STATUS "
            LG-LEDG-STATUS " - END OF " LL-STEP " " LL-BUS-DATE
            " NOT RECORDED"
        MOVE 12 TO LL-RETURN-CODE
     ELSE
        MOVE LL-STEP TO LG-FETCH-STEP
        MOVE LL-STREAM TO LG-FETCH-STREAM
        PERFORM FETCH-LEDGER-ROW
        IF LL-RETURN-CODE = 0
            IF NOT LG-ROW-FOUND
                PERFORM BUILD-NEW-ROW
                MOVE LL-RUN-ID TO LD-RUN-ID
                MOVE LL-PROGRAM TO LD-PROGRAM
                MOVE 1 TO LD-ATTEMPTS
                MOVE LL-OVERRIDE-ID TO LD-OVERRIDE-ID
            END-IF
            MOVE FUNCTION CURRENT-DATE (1:14) TO LD-END-TS
            MOVE LL-COND-CODE TO LD-COND-CODE
            MOVE LL-STREAM-COUNT TO LD-STREAM-COUNT
            IF LL-COND-CODE > 4
                MOVE 'F' TO LD-STATUS
            ELSE
                MOVE 'C' TO LD-STATUS
            END-IF
            PERFORM STORE-LEDGER-ROW
            IF LL-RETURN-CODE = 0
                MOVE LL-COND-CODE TO LG-CC-DISPLAY
                IF LD-STATUS = 'C'
                    DISPLAY "FAKTRLH: " LL-STEP " " LL-STREAM " FOR "
                        LL-BUS-DATE " RECORDED COMPLETE, CC "
                        LG-CC-DISPLAY
                ELSE
                    DISPLAY "FAKTRLH: " LL-STEP " " LL-STREAM " FOR "
                        LL-BUS-DATE " RECORDED FAILED, CC "
                        LG-CC-DISPLAY
                END-IF
            END-IF
        END-IF
        CLOSE LEDGER-FILE
     END-IF
    END-IF.

*> Reads the row for LL-BUS-DATE / LG-FETCH-STEP / LG-FETCH-STREAM
*> into the record area. Not found is an answer; anything else the
*> cluster returns is a failure the caller must refuse on.
FETCH-LEDGER-ROW.
    MOVE 'N' TO LG-ROW-FOUND-SWITCH
    MOVE LL-BUS-DATE TO LD-BUS-DATE
    MOVE LG-FETCH-STEP TO LD-STEP
    MOVE LG-FETCH-STREAM TO LD-STREAM
    READ LEDGER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET LG-ROW-FOUND TO TRUE
    END-READ
    IF LG-LEDG-STATUS NOT = "00" AND LG-LEDG-STATUS NOT = "23"
        DISPLAY "FAKTRLH: RUNLEDG READ FAILED, STATUS "
            LG-LEDG-STATUS
        MOVE 12 TO LL-RETURN-CODE
    END-IF.

BUILD-NEW-ROW.
    MOVE SPACES TO LEDGER-RECORD
    MOVE LL-BUS-DATE TO LD-BUS-DATE
    MOVE LL-STEP TO LD-STEP
    MOVE LL-STREAM TO LD-STREAM
    MOVE 0 TO LD-COND-CODE
    MOVE 0 TO LD-ATTEMPTS
    MOVE 0 TO LD-STREAM-COUNT.

STORE-LEDGER-ROW.
    IF LG-ROW-FOUND
        REWRITE LEDGER-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
    ELSE
        WRITE LEDGER-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF
    IF LG-LEDG-STATUS NOT = "00"
        DISPLAY "FAKTRLH: RUNLEDG UPDATE FAILED, STATUS "
            LG-LEDG-STATUS " - " LL-STEP " " LL-BUS-DATE
        MOVE 12 TO LL-RETURN-CODE
    END-IF.
