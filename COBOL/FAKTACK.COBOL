*>         cut over to a new from-date when old acknowledgments are
*>         archived off LEDGACK, or the matched history outgrows the
*>         tables
*>   12-19 business date whose acknowledgment this run settles on
*>         the run ledger, YYYYMMDD (spaces = yesterday)
*>
*> The match itself covers every run since the from-date, but each
*> run also takes the ACK step of one business date on the RUNLEDG
*> run ledger (FAKTRLH): it is refused unless FAKTSHP shipped that
*> date, or when the date's acknowledgment is already settled -
*> unless the STEPCARD deck carries an authorized override. A
*> refusal only means the ledger step is not taken: the match and
*> the aging still run in full, since the default date (yesterday)
*> has nothing shipped after a weekend or holiday. The
*> ledger hands back the run-id that was shipped; that run matched
*> clean ends the ACK step complete, an exception on it ends the step
*> failed, and a run still pending inside the window leaves the step
*> started, to be settled by a later run for the same date.
*>
*> Condition codes: 0 every run acknowledged clean (pending runs
*> inside the window are listed but are not exceptions), 4 matched
*> clean but the run ledger refused the ACK step for the business
*> date - nothing settled on the ledger, 8 one or more exceptions -
*> hold the downstream jobs and chase the ledger group, 16 bad card,
*> a file would not open, or table capacity exceeded.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01  PARM-RECORD.
    05 AP-WINDOW-DAYS            PIC X(3).
    05 AP-DATE-FROM              PIC X(8).
    05 AP-ACK-DATE               PIC X(8).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  AK-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
01  AK-PENDING-COUNT             PIC 9(5) VALUE 0.
01  AK-MATCHED-COUNT             PIC 9(5) VALUE 0.
*> KR-ACKED-FLAG: N not acknowledged, Y acknowledged with an
*> exception, M matched clean.
01  AK-ACK-DATE                  PIC X(8) VALUE SPACES.
01  AK-ACK-DATE-NUM              PIC 9(8) VALUE 0.
01  AK-DATE-CHECK.
    05 AK-DC-YYYY                PIC 9(4).
    05 AK-DC-MM                  PIC 9(2).
    05 AK-DC-DD                  PIC 9(2).
01  AK-LEDGER-CC                 PIC 9(4) VALUE 0.
01  AK-SAVED-CC                  PIC S9(4) VALUE 0.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  AK-LEDGER-SWITCH             PIC X VALUE 'N'.
    88 AK-LEDGER-ON              VALUE 'Y'.
01  AK-SETTLE-SWITCH             PIC X VALUE 'N'.
    88 AK-LEDGER-SETTLED         VALUE 'Y'.
01  AK-HEADER-LINE-1.
    05 FILLER                    PIC X(37) VALUE
         "LEDGER ACKNOWLEDGMENT MATCH    AS OF ".
            "NOTHING MATCHED"
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM BEGIN-LEDGER-STEP
        IF RETURN-CODE NOT = 16
            PERFORM LOAD-RUN-HISTORY
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM MATCH-ACKNOWLEDGMENTS
        END-IF
            IF AK-EXCEPTION-COUNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF
            IF AK-LEDGER-ON
                PERFORM SETTLE-LEDGER-DATE
            END-IF
        ELSE
            IF AK-LEDGER-ON
                MOVE 16 TO AK-LEDGER-CC
                SET AK-LEDGER-SETTLED TO TRUE
            END-IF
        END-IF
        IF AK-LEDGER-SETTLED
            PERFORM END-LEDGER-STEP
        END-IF
    END-IF
    STOP RUN.
                IF AK-WINDOW-DAYS > 0
                    SET AK-PARM-OK TO TRUE
                    MOVE AP-DATE-FROM TO AK-DATE-FROM
                    PERFORM EDIT-ACK-DATE
                END-IF
            END-IF
    END-READ
    CLOSE PARM-FILE.

*> A bad business date fails the card like a bad window does.
EDIT-ACK-DATE.
    IF AP-ACK-DATE = SPACES
        COMPUTE AK-ACK-DATE-NUM = FUNCTION DATE-OF-INTEGER
            (AK-TODAY-INTEGER - 1)
        MOVE AK-ACK-DATE-NUM TO AK-ACK-DATE
    ELSE
        IF AP-ACK-DATE IS NUMERIC
            MOVE AP-ACK-DATE TO AK-DATE-CHECK
        ELSE
            MOVE 0 TO AK-DC-YYYY
            MOVE 0 TO AK-DC-MM
            MOVE 0 TO AK-DC-DD
        END-IF
        IF AK-DC-YYYY < 1990 OR AK-DC-MM < 1 OR AK-DC-MM > 12
           OR AK-DC-DD < 1 OR AK-DC-DD > 31
            DISPLAY "FAKTACK: ACKPARM BUSINESS DATE MUST BE A VALID "
                "YYYYMMDD, NOT '" AP-ACK-DATE "'"
            MOVE 'N' TO AK-PARM-OK-SWITCH
        ELSE
            MOVE AP-ACK-DATE TO AK-ACK-DATE
        END-IF
    END-IF.

*> Tables every R record from the from-date on. D records carry no
*> trailer figures and are skipped; an abandoned run leaves no R
*> record, shipped no trailer, and owes no acknowledgment.
                MOVE "HASH DIFFERS" TO XL-STATUS
                PERFORM WRITE-EXCEPTION-LINE
            WHEN OTHER
                MOVE 'M' TO KR-ACKED-FLAG (AK-HIT-IDX)
                ADD 1 TO AK-MATCHED-COUNT
        END-EVALUATE
    END-IF.
    MOVE AK-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    ADD 1 TO AK-EXCEPTION-COUNT.

*> The run-id comes back from the ledger: the one FAKTSHP shipped for
*> the date. RETURN-CODE is parked across the call in LL-COND-CODE.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTACK" TO LL-PROGRAM
    MOVE AK-ACK-DATE TO LL-BUS-DATE
    MOVE "ACK" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE SPACES TO LL-RUN-ID
    MOVE 0 TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET AK-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTACK: RUN LEDGER REFUSED THE ACKNOWLEDGMENT "
                "OF " AK-ACK-DATE " - LEDGER STEP NOT TAKEN, "
                "MATCHING ANYWAY"
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.

*> Settles the ledger date on its own shipped run, not on the whole
*> match: an old exception elsewhere on the report does not hold up
*> a date that posted clean.
SETTLE-LEDGER-DATE.
    MOVE 0 TO AK-HIT-IDX
    PERFORM VARYING AK-RUN-IDX FROM 1 BY 1
            UNTIL AK-RUN-IDX > AK-RUN-COUNT
        IF KR-RUN-ID (AK-RUN-IDX) = LL-RUN-ID
           AND KR-RUN-DATE (AK-RUN-IDX) = AK-ACK-DATE
            MOVE AK-RUN-IDX TO AK-HIT-IDX
        END-IF
    END-PERFORM
    IF AK-HIT-IDX = 0
        DISPLAY "FAKTACK: SHIPPED RUN " LL-RUN-ID " " AK-ACK-DATE
            " IS NOT ON RUNHIST SINCE THE FROM-DATE"
        MOVE 8 TO AK-LEDGER-CC
        SET AK-LEDGER-SETTLED TO TRUE
    ELSE
        EVALUATE KR-ACKED-FLAG (AK-HIT-IDX)
            WHEN 'M'
                MOVE 0 TO AK-LEDGER-CC
                SET AK-LEDGER-SETTLED TO TRUE
            WHEN 'Y'
                MOVE 8 TO AK-LEDGER-CC
                SET AK-LEDGER-SETTLED TO TRUE
            WHEN OTHER
                MOVE AK-HIT-IDX TO AK-RUN-IDX
                PERFORM SETTLE-UNACKED-DATE
        END-EVALUATE
    END-IF.

SETTLE-UNACKED-DATE.
    MOVE 0 TO AK-RUN-AGE
    COMPUTE AK-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
        (FUNCTION NUMVAL (AK-ACK-DATE))
    IF AK-RUN-INTEGER > 0
        COMPUTE AK-RUN-AGE = AK-TODAY-INTEGER - AK-RUN-INTEGER
    END-IF
    IF AK-RUN-AGE > AK-WINDOW-DAYS
        MOVE 8 TO AK-LEDGER-CC
        SET AK-LEDGER-SETTLED TO TRUE
    ELSE
        DISPLAY "FAKTACK: " LL-RUN-ID " " AK-ACK-DATE
            " NOT YET ACKNOWLEDGED - LEDGER STEP LEFT OPEN"
    END-IF.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO AK-SAVED-CC
    MOVE AK-LEDGER-CC TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE AK-SAVED-CC TO RETURN-CODE.
