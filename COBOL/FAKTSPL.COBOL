*> run - resort and resubmit (the resubmitted job's delete step
*> clears the partly written streams).
*>
*> The EXEC PARM is the one the stream steps carry - run-id, then
*> optionally the run type (P/R) and mode (F/D) - and the optional
*> RUNCARD DD takes the streams' deck, of which only a RUNDATE= card
*> means anything here. A production forward split is the SPL step
*> of its business date on the RUNLEDG run ledger (FAKTRLH): a date
*> already split, or already run single-stream, is refused unless
*> the STEPCARD deck carries an authorized override, and the ledger
*> keeps the stream count the merge is later held to.
*>
*> Condition codes: 0 split complete, 16 bad or missing cards, input
*> out of department order, refused by the run ledger, or a file
*> would not open.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "SPLPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SP-PARM-STATUS.
    SELECT OPTIONAL RUNCARD-FILE ASSIGN TO "RUNCARD"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STREAM1-FILE ASSIGN TO "PAIRS01"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STREAM2-FILE ASSIGN TO "PAIRS02"
FD  PARM-FILE.
01  PARM-RECORD.
    05 SC-CUT-DEPT               PIC X(4).
FD  RUNCARD-FILE.
01  RUNCARD-RECORD               PIC X(80).
FD  STREAM1-FILE.
01  STREAM1-RECORD               PIC X(36).
FD  STREAM2-FILE.
*> sentinel FAKTBAT's control break uses.
01  SP-PREV-DEPT                 PIC X(4) VALUE LOW-VALUES.
01  SP-RECORDS-READ              PIC 9(7) VALUE 0.
01  SP-PARM-LEN                  PIC S9(4) COMP VALUE 0.
01  SP-RUN-ID                    PIC X(8) VALUE SPACES.
*> Two-byte receivers, as in FAKTBAT, so 'RX' is refused rather than
*> truncated to 'R'.
01  SP-PARM-TYPE-IN              PIC X(2) VALUE SPACES.
01  SP-PARM-MODE-IN              PIC X(2) VALUE SPACES.
01  SP-RUN-TYPE                  PIC X(1) VALUE 'P'.
01  SP-RUN-MODE                  PIC X(1) VALUE 'F'.
01  SP-CURRENT-DATE              PIC X(21) VALUE SPACES.
01  SP-RUNCARD-EOF-SWITCH        PIC X VALUE 'N'.
    88 SP-RUNCARD-EOF            VALUE 'Y'.
01  SP-CARD-KEYWORD              PIC X(8) VALUE SPACES.
01  SP-CARD-VALUE                PIC X(72) VALUE SPACES.
01  SP-DATE-CHECK.
    05 SP-DC-YYYY                PIC 9(4).
    05 SP-DC-MM                  PIC 9(2).
    05 SP-DC-DD                  PIC 9(2).
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  SP-LEDGER-SWITCH             PIC X VALUE 'N'.
    88 SP-LEDGER-ON              VALUE 'Y'.
LINKAGE SECTION.
01  LK-RUN-PARM.
    05 LK-PARM-LEN               PIC S9(4) COMP.
    05 LK-PARM-TEXT              PIC X(32).
PROCEDURE DIVISION USING LK-RUN-PARM.
MAIN-PARA.
    PERFORM READ-RUN-PARM
    IF RETURN-CODE NOT = 16
        PERFORM READ-CUT-CARDS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM READ-RUN-DATE-CARD
    END-IF
    IF RETURN-CODE NOT = 16
        IF SP-RUN-TYPE = 'P' AND SP-RUN-MODE = 'F'
            PERFORM BEGIN-LEDGER-STEP
        END-IF
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM SPLIT-PAIRS-FILE
    END-IF
    IF SP-LEDGER-ON
        PERFORM END-LEDGER-STEP
    END-IF
    STOP RUN.

*> Parsed the way FAKTBAT parses it, so the split and its streams
*> agree on what kind of night this is. The submitter subfield of a
*> decode PARM is FAKTBAT's business and is not looked at here.
READ-RUN-PARM.
    MOVE LK-PARM-LEN TO SP-PARM-LEN
    IF SP-PARM-LEN > 32
        MOVE 32 TO SP-PARM-LEN
    END-IF
    IF SP-PARM-LEN > 0
        UNSTRING LK-PARM-TEXT (1:SP-PARM-LEN) DELIMITED BY ","
            INTO SP-RUN-ID
                 SP-PARM-TYPE-IN
                 SP-PARM-MODE-IN
        END-UNSTRING
    END-IF
    IF SP-RUN-ID = SPACES
        MOVE "BATCH" TO SP-RUN-ID
    END-IF
    IF SP-PARM-TYPE-IN (1:1) NOT = SPACE
        MOVE SP-PARM-TYPE-IN (1:1) TO SP-RUN-TYPE
    END-IF
    IF SP-PARM-MODE-IN (1:1) NOT = SPACE
        MOVE SP-PARM-MODE-IN (1:1) TO SP-RUN-MODE
    END-IF
    IF SP-PARM-TYPE-IN (2:1) NOT = SPACE
       OR (SP-RUN-TYPE NOT = 'P' AND SP-RUN-TYPE NOT = 'R')
        DISPLAY "FAKTSPL: RUN TYPE MUST BE P OR R, NOT '"
            SP-PARM-TYPE-IN "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF SP-PARM-MODE-IN (2:1) NOT = SPACE
        OR (SP-RUN-MODE NOT = 'F' AND SP-RUN-MODE NOT = 'D')
        DISPLAY "FAKTSPL: RUN MODE MUST BE F OR D, NOT '"
            SP-PARM-MODE-IN "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     END-IF
    END-IF.

*> The business date is today unless the deck carries the same
*> RUNDATE= card the streams will run under; every other keyword is
*> the streams' and is checked by FAKTBAT, not here.
READ-RUN-DATE-CARD.
    MOVE FUNCTION CURRENT-DATE TO SP-CURRENT-DATE
    OPEN INPUT RUNCARD-FILE
    PERFORM UNTIL SP-RUNCARD-EOF
        READ RUNCARD-FILE
            AT END
                SET SP-RUNCARD-EOF TO TRUE
            NOT AT END
                MOVE SPACES TO SP-CARD-KEYWORD
                MOVE SPACES TO SP-CARD-VALUE
                UNSTRING RUNCARD-RECORD DELIMITED BY "="
                    INTO SP-CARD-KEYWORD
                         SP-CARD-VALUE
                END-UNSTRING
                IF SP-CARD-KEYWORD = "RUNDATE"
                    PERFORM APPLY-RUN-DATE-CARD
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUNCARD-FILE.

APPLY-RUN-DATE-CARD.
    IF SP-CARD-VALUE (1:8) IS NUMERIC
        MOVE SP-CARD-VALUE (1:8) TO SP-DATE-CHECK
    ELSE
        MOVE 0 TO SP-DC-YYYY
        MOVE 0 TO SP-DC-MM
        MOVE 0 TO SP-DC-DD
    END-IF
    IF SP-DC-YYYY < 1990 OR SP-DC-MM < 1 OR SP-DC-MM > 12
       OR SP-DC-DD < 1 OR SP-DC-DD > 31
        DISPLAY "FAKTSPL: RUNDATE CARD MUST BE A VALID YYYYMMDD, "
            "NOT '" SP-CARD-VALUE (1:8) "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET SP-RUNCARD-EOF TO TRUE
    ELSE
        MOVE SP-CARD-VALUE (1:8) TO SP-CURRENT-DATE (1:8)
    END-IF.

*> RETURN-CODE rides across the call in LL-COND-CODE, which FAKTRLH
*> never changes. The stream count goes on the SPL row for the merge.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTSPL" TO LL-PROGRAM
    MOVE SP-CURRENT-DATE (1:8) TO LL-BUS-DATE
    MOVE "SPL" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE SP-RUN-ID TO LL-RUN-ID
    MOVE SP-STREAM-COUNT TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET SP-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTSPL: RUN LEDGER REFUSED THE SPLIT FOR "
                LL-BUS-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE.

*> The cut deck is the contract between this step, the stream FAKTBAT
*> steps and FAKTMRG: a restart of any stream must be given the same
*> deck, so a malformed deck refuses the run rather than being
