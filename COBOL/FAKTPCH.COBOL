IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTPCH.
*> FAKTPCH keeps the PENDCHG pending-changes file for the three master
*> maintenance steps - FAKTBNM, FAKTDPM and FAKTOPM - so a change
*> card is queued, found and decided exactly the same way whichever
*> master it is for. The file is handled the way the masters are: it
*> is loaded whole into a table, updated there, and written whole to
*> PENDCHGN for the job's copy-back step, so a run that ends 16 leaves
*> PENDCHG as it was.
*>
*> Decided rows are kept for PH-KEEP-DAYS after their decision, so an
*> id quoted on a late query can still be traced to its maker and
*> checker; older ones are dropped when the file is written, except
*> the row carrying the highest id, which is always kept so the next
*> id issued never repeats one already on the audit trails.
*> Functions and return codes are described in FAKTPCLK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PEND-FILE ASSIGN TO "PENDCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PH-PEND-STATUS.
    SELECT NEW-PEND-FILE ASSIGN TO "PENDCHGN"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PEND-FILE.
01  PEND-RECORD.
    COPY FAKTPEND.
FD  NEW-PEND-FILE.
01  NEW-PEND-RECORD              PIC X(115).
WORKING-STORAGE SECTION.
01  PH-PEND-STATUS               PIC X(2) VALUE SPACES.
01  PH-EOF-SWITCH                PIC X VALUE 'N'.
    88 PH-EOF                    VALUE 'Y'.
01  PH-TABLE-MAX                 PIC 9(4) VALUE 2000.
01  PH-ROW-COUNT                 PIC 9(4) VALUE 0.
01  PH-ROW-TABLE.
    05 PH-ROW-ENTRY OCCURS 2000 TIMES.
       10 PH-ROW                 PIC X(115).
01  PH-WORK-ROW.
    COPY FAKTPEND.
01  PH-ROW-IDX                   PIC 9(4) VALUE 0.
01  PH-MATCH-IDX                 PIC 9(4) VALUE 0.
01  PH-LAST-PEND-ID              PIC 9(7) VALUE 0.
01  PH-KEEP-DAYS                 PIC 9(3) VALUE 90.
01  PH-TODAY                     PIC 9(8) VALUE 0.
01  PH-DECIDED-DATE              PIC 9(8) VALUE 0.
01  PH-DECIDED-PARTS REDEFINES PH-DECIDED-DATE.
    05 PH-DECIDED-YYYY           PIC 9(4).
    05 PH-DECIDED-MM             PIC 9(2).
    05 PH-DECIDED-DD             PIC 9(2).
01  PH-AGE-DAYS                  PIC S9(7) VALUE 0.
LINKAGE SECTION.
01  FAKTPCH-PARMS.
    COPY FAKTPCLK.
PROCEDURE DIVISION USING FAKTPCH-PARMS.
MAIN-PARA.
    MOVE 0 TO PK-RETURN-CODE
    EVALUATE PK-FUNCTION
        WHEN 'L'
            PERFORM LOAD-PENDING-FILE
        WHEN 'Q'
            PERFORM QUEUE-CHANGE
        WHEN 'F'
            PERFORM FIND-PENDING-ITEM
        WHEN 'D'
            PERFORM DECIDE-PENDING-ITEM
        WHEN 'W'
            PERFORM WRITE-PENDING-FILE
    END-EVALUATE
    GOBACK.

*> An unallocated PENDCHG is a valid starting point - nothing has
*> been submitted yet. An allocated one that will not open is refused
*> for the same reason FAKTBNM refuses BNDCTL: reading an unopened
*> file never raises AT END.
LOAD-PENDING-FILE.
    MOVE 0 TO PH-ROW-COUNT
    MOVE 0 TO PH-LAST-PEND-ID
    MOVE 'N' TO PH-EOF-SWITCH
    OPEN INPUT PEND-FILE
    IF PH-PEND-STATUS = "35"
        CONTINUE
    ELSE
     IF PH-PEND-STATUS NOT = "00"
        DISPLAY "FAKTPCH: PENDCHG OPEN FAILED, STATUS " PH-PEND-STATUS
        MOVE 12 TO PK-RETURN-CODE
     ELSE
        PERFORM UNTIL PH-EOF
            READ PEND-FILE
                AT END
                    SET PH-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ROW
            END-READ
        END-PERFORM
        CLOSE PEND-FILE
     END-IF
    END-IF.

LOAD-ONE-ROW.
    IF PH-ROW-COUNT >= PH-TABLE-MAX
        DISPLAY "FAKTPCH: PENDCHG EXCEEDS " PH-TABLE-MAX " ROWS"
        MOVE 8 TO PK-RETURN-CODE
        SET PH-EOF TO TRUE
    ELSE
        ADD 1 TO PH-ROW-COUNT
        MOVE PEND-RECORD TO PH-ROW (PH-ROW-COUNT)
        IF PN-PEND-ID OF PEND-RECORD IS NUMERIC
           AND PN-PEND-ID OF PEND-RECORD > PH-LAST-PEND-ID
            MOVE PN-PEND-ID OF PEND-RECORD TO PH-LAST-PEND-ID
        END-IF
    END-IF.

QUEUE-CHANGE.
    IF PH-ROW-COUNT >= PH-TABLE-MAX
        MOVE 8 TO PK-RETURN-CODE
    ELSE
        ADD 1 TO PH-LAST-PEND-ID
        MOVE PH-LAST-PEND-ID TO PN-PEND-ID OF PH-WORK-ROW
        MOVE PK-MASTER TO PN-MASTER OF PH-WORK-ROW
        MOVE 'P' TO PN-STATUS OF PH-WORK-ROW
        MOVE PK-USER-ID TO PN-MAKER-ID OF PH-WORK-ROW
        MOVE FUNCTION CURRENT-DATE (1:14) TO PN-ENTERED OF PH-WORK-ROW
        MOVE SPACES TO PN-CHECKER-ID OF PH-WORK-ROW
        MOVE SPACES TO PN-DECIDED OF PH-WORK-ROW
        MOVE PK-CARD TO PN-CARD OF PH-WORK-ROW
        ADD 1 TO PH-ROW-COUNT
        MOVE PH-WORK-ROW TO PH-ROW (PH-ROW-COUNT)
        MOVE PH-LAST-PEND-ID TO PK-PEND-ID
    END-IF.

*> Only a still-pending item of the caller's own master is found - an
*> id already decided, or one belonging to another master's queue,
*> is as good as unknown to the caller.
FIND-PENDING-ITEM.
    PERFORM LOCATE-PENDING-ROW
    IF PH-MATCH-IDX = 0
        MOVE 4 TO PK-RETURN-CODE
    ELSE
        MOVE PN-MAKER-ID OF PH-WORK-ROW TO PK-MAKER-ID
        MOVE PN-ENTERED OF PH-WORK-ROW TO PK-ENTERED
        MOVE PN-CARD OF PH-WORK-ROW TO PK-CARD
    END-IF.

DECIDE-PENDING-ITEM.
    PERFORM LOCATE-PENDING-ROW
    IF PH-MATCH-IDX = 0
        MOVE 4 TO PK-RETURN-CODE
    ELSE
        MOVE PK-DECISION TO PN-STATUS OF PH-WORK-ROW
        MOVE PK-USER-ID TO PN-CHECKER-ID OF PH-WORK-ROW
        MOVE FUNCTION CURRENT-DATE (1:14) TO PN-DECIDED OF PH-WORK-ROW
        MOVE PH-WORK-ROW TO PH-ROW (PH-MATCH-IDX)
    END-IF.

LOCATE-PENDING-ROW.
    MOVE 0 TO PH-MATCH-IDX
    PERFORM VARYING PH-ROW-IDX FROM 1 BY 1
            UNTIL PH-ROW-IDX > PH-ROW-COUNT OR PH-MATCH-IDX > 0
        MOVE PH-ROW (PH-ROW-IDX) TO PH-WORK-ROW
        IF PN-PEND-ID OF PH-WORK-ROW = PK-PEND-ID
           AND PN-MASTER OF PH-WORK-ROW = PK-MASTER
           AND PN-STATUS OF PH-WORK-ROW = 'P'
            MOVE PH-ROW-IDX TO PH-MATCH-IDX
        END-IF
    END-PERFORM.

WRITE-PENDING-FILE.
    MOVE FUNCTION CURRENT-DATE (1:8) TO PH-TODAY
    OPEN OUTPUT NEW-PEND-FILE
    PERFORM VARYING PH-ROW-IDX FROM 1 BY 1
            UNTIL PH-ROW-IDX > PH-ROW-COUNT
        MOVE PH-ROW (PH-ROW-IDX) TO PH-WORK-ROW
        PERFORM AGE-DECIDED-ROW
        IF PN-STATUS OF PH-WORK-ROW = 'P'
           OR PN-PEND-ID OF PH-WORK-ROW = PH-LAST-PEND-ID
           OR PH-AGE-DAYS <= PH-KEEP-DAYS
            MOVE PH-WORK-ROW TO NEW-PEND-RECORD
            WRITE NEW-PEND-RECORD
        END-IF
    END-PERFORM
    CLOSE NEW-PEND-FILE.

*> A decided row with an unreadable decision date is kept - dropping
*> it would lose the only trace of its maker on this file.
AGE-DECIDED-ROW.
    MOVE 0 TO PH-AGE-DAYS
    IF PN-STATUS OF PH-WORK-ROW NOT = 'P'
       AND PN-DECIDED OF PH-WORK-ROW (1:8) IS NUMERIC
        MOVE PN-DECIDED OF PH-WORK-ROW (1:8) TO PH-DECIDED-DATE
        IF PH-DECIDED-YYYY >= 1601
           AND PH-DECIDED-MM >= 1 AND PH-DECIDED-MM <= 12
           AND PH-DECIDED-DD >= 1 AND PH-DECIDED-DD <= 31
            COMPUTE PH-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE (PH-TODAY)
                - FUNCTION INTEGER-OF-DATE (PH-DECIDED-DATE)
        END-IF
    END-IF.
