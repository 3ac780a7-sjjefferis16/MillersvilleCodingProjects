IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTRLC.
*> FAKTRLC is the run-ledger pre-check that opens the nightly FAKTBAT
*> and FAKTPAR jobs. Those jobs start by deleting the previous
*> night's outputs - VALRPT, TOTALFL, INTFOUT, INTFSHIP and the rest
*> - and only the run step after the deletes asks the RUNLEDG ledger
*> (FAKTRLH) whether the night may run. A second submission for a
*> date already processed was refused there, but not before the
*> deletes had destroyed what the first submission produced and the
*> ledger group may still be collecting. FAKTRLC puts the same
*> question to the ledger before anything is deleted: the job's
*> delete and presort steps are conditioned on it, so a refused
*> night leaves every dataset exactly as it was.
*>
*> The answer is the one the run step itself will get. The EXEC PARM
*> is the step code the job's first ledger step records - BAT for
*> the serial job, SPL for the split night - followed by that step's
*> own PARM unchanged (PARM='BAT,PRODRUN1'); the RUNCARD DD takes the
*> same deck, of which only a RUNDATE= card means anything here; and
*> FAKTRLH reads the STEPCARD DD, so an authorized OVERRIDE card that
*> forces the run step must be given to this step as well. Nothing
*> is recorded on the ledger: the run step still records its own
*> start and end. Repair and decode runs are not ledger steps and
*> are let through, as the run step lets them through.
*>
*> Condition codes: 0 the night may run (or the ledger is not
*> allocated - control off), 16 bad PARM or RUNDATE card, or the
*> ledger refuses the step or would not open.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUNCARD-FILE ASSIGN TO "RUNCARD"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  RUNCARD-FILE.
01  RUNCARD-RECORD               PIC X(80).
WORKING-STORAGE SECTION.
01  LC-PARM-LEN                  PIC S9(4) COMP VALUE 0.
*> Four bytes for a three-byte step code, and two for each one-letter
*> subfield, so a malformed PARM is refused rather than truncated
*> into a well-formed one - the same receivers FAKTBAT uses.
01  LC-STEP-IN                   PIC X(4) VALUE SPACES.
01  LC-RUN-ID                    PIC X(8) VALUE SPACES.
01  LC-PARM-TYPE-IN              PIC X(2) VALUE SPACES.
01  LC-PARM-MODE-IN              PIC X(2) VALUE SPACES.
01  LC-RUN-TYPE                  PIC X(1) VALUE 'P'.
01  LC-RUN-MODE                  PIC X(1) VALUE 'F'.
01  LC-CURRENT-DATE              PIC X(21) VALUE SPACES.
01  LC-RUNCARD-EOF-SWITCH        PIC X VALUE 'N'.
    88 LC-RUNCARD-EOF            VALUE 'Y'.
01  LC-CARD-KEYWORD              PIC X(8) VALUE SPACES.
01  LC-CARD-VALUE                PIC X(72) VALUE SPACES.
01  LC-DATE-CHECK.
    05 LC-DC-YYYY                PIC 9(4).
    05 LC-DC-MM                  PIC 9(2).
    05 LC-DC-DD                  PIC 9(2).
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
LINKAGE SECTION.
*> Four bytes longer than the run step's own PARM, for the step code
*> and its comma.
01  LK-RUN-PARM.
    05 LK-PARM-LEN               PIC S9(4) COMP.
    05 LK-PARM-TEXT              PIC X(36).
PROCEDURE DIVISION USING LK-RUN-PARM.
MAIN-PARA.
    PERFORM READ-RUN-PARM
    IF RETURN-CODE NOT = 16
        PERFORM READ-RUN-DATE-CARD
    END-IF
    IF RETURN-CODE NOT = 16
        IF LC-RUN-TYPE = 'P' AND LC-RUN-MODE = 'F'
            PERFORM CHECK-LEDGER-STEP
        ELSE
            DISPLAY "FAKTRLC: RUN TYPE " LC-RUN-TYPE " MODE "
                LC-RUN-MODE " IS NOT A LEDGER STEP - NOTHING TO CHECK"
        END-IF
    END-IF
    STOP RUN.

*> The run-id, type and mode are parsed the way FAKTBAT and FAKTSPL
*> parse them, so the pre-check and the run step agree on what kind
*> of night this is. A decode submitter subfield is left to FAKTBAT.
READ-RUN-PARM.
    MOVE LK-PARM-LEN TO LC-PARM-LEN
    IF LC-PARM-LEN > 36
        MOVE 36 TO LC-PARM-LEN
    END-IF
    IF LC-PARM-LEN > 0
        UNSTRING LK-PARM-TEXT (1:LC-PARM-LEN) DELIMITED BY ","
            INTO LC-STEP-IN
                 LC-RUN-ID
                 LC-PARM-TYPE-IN
                 LC-PARM-MODE-IN
        END-UNSTRING
    END-IF
    IF LC-RUN-ID = SPACES
        MOVE "BATCH" TO LC-RUN-ID
    END-IF
    IF LC-PARM-TYPE-IN (1:1) NOT = SPACE
        MOVE LC-PARM-TYPE-IN (1:1) TO LC-RUN-TYPE
    END-IF
    IF LC-PARM-MODE-IN (1:1) NOT = SPACE
        MOVE LC-PARM-MODE-IN (1:1) TO LC-RUN-MODE
    END-IF
    IF LC-STEP-IN NOT = "BAT" AND LC-STEP-IN NOT = "SPL"
        DISPLAY "FAKTRLC: STEP CODE MUST BE BAT OR SPL, NOT '"
            LC-STEP-IN "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF LC-PARM-TYPE-IN (2:1) NOT = SPACE
        OR (LC-RUN-TYPE NOT = 'P' AND LC-RUN-TYPE NOT = 'R')
        DISPLAY "FAKTRLC: RUN TYPE MUST BE P OR R, NOT '"
            LC-PARM-TYPE-IN "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     ELSE
      IF LC-PARM-MODE-IN (2:1) NOT = SPACE
         OR (LC-RUN-MODE NOT = 'F' AND LC-RUN-MODE NOT = 'D')
        DISPLAY "FAKTRLC: RUN MODE MUST BE F OR D, NOT '"
            LC-PARM-MODE-IN "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
      END-IF
     END-IF
    END-IF.

*> The business date is today unless the deck carries a RUNDATE=
*> card; every other keyword belongs to the run step and is checked
*> there, not here.
READ-RUN-DATE-CARD.
    MOVE FUNCTION CURRENT-DATE TO LC-CURRENT-DATE
    OPEN INPUT RUNCARD-FILE
    PERFORM UNTIL LC-RUNCARD-EOF
        READ RUNCARD-FILE
            AT END
                SET LC-RUNCARD-EOF TO TRUE
            NOT AT END
                MOVE SPACES TO LC-CARD-KEYWORD
                MOVE SPACES TO LC-CARD-VALUE
                UNSTRING RUNCARD-RECORD DELIMITED BY "="
                    INTO LC-CARD-KEYWORD
                         LC-CARD-VALUE
                END-UNSTRING
                IF LC-CARD-KEYWORD = "RUNDATE"
                    PERFORM APPLY-RUN-DATE-CARD
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUNCARD-FILE.

APPLY-RUN-DATE-CARD.
    IF LC-CARD-VALUE (1:8) IS NUMERIC
        MOVE LC-CARD-VALUE (1:8) TO LC-DATE-CHECK
    ELSE
        MOVE 0 TO LC-DC-YYYY
        MOVE 0 TO LC-DC-MM
        MOVE 0 TO LC-DC-DD
    END-IF
    IF LC-DC-YYYY < 1990 OR LC-DC-MM < 1 OR LC-DC-MM > 12
       OR LC-DC-DD < 1 OR LC-DC-DD > 31
        DISPLAY "FAKTRLC: RUNDATE CARD MUST BE A VALID YYYYMMDD, "
            "NOT '" LC-CARD-VALUE (1:8) "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET LC-RUNCARD-EOF TO TRUE
    ELSE
        MOVE LC-CARD-VALUE (1:8) TO LC-CURRENT-DATE (1:8)
    END-IF.

*> A C call: FAKTRLH applies every rule of the run step's B call and
*> records nothing, so no E call follows.
CHECK-LEDGER-STEP.
    MOVE 'C' TO LL-FUNCTION
    MOVE "FAKTRLC" TO LL-PROGRAM
    MOVE LC-CURRENT-DATE (1:8) TO LL-BUS-DATE
    MOVE LC-STEP-IN (1:3) TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE LC-RUN-ID TO LL-RUN-ID
    MOVE 0 TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            DISPLAY "FAKTRLC: " LL-STEP " FOR " LL-BUS-DATE
                " UNDER RUN " LL-RUN-ID " MAY RUN"
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTRLC: RUN LEDGER REFUSES " LL-STEP " FOR "
                LL-BUS-DATE " - NOTHING DELETED, NIGHT NOT RUN"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.
