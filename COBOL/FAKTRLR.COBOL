IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTRLR.
*> FAKTRLR is the daily status report over the RUNLEDG run ledger:
*> one sequential pass over the cluster, printing every business
*> date's rows in chain order - split, streams, merge or the single
*> FAKTBAT step, reconcile, ship, acknowledgment - with the run-id,
*> start and end times, condition code, attempts and any override
*> that forced a step, and under them one line saying where the date
*> stands: complete, held on a failed step, a step started and not
*> ended, or waiting for its next step. Read-only: the ledger is only
*> ever changed through FAKTRLH.
*>
*> RLRPARM card (optional, fixed columns):
*>   1-8   from business date, YYYYMMDD (spaces = from the start)
*>   9-16  to business date, YYYYMMDD (spaces = to the end)
*>
*> Condition codes: 0 no date held or mid-step, 4 at least one date
*> is held on a failed step or has a step started and not ended,
*> 16 bad card or the ledger would not open.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "RUNLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LD-KEY
        FILE STATUS IS LR-LEDG-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "RLRPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "RLRRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  LEDGER-FILE.
01  LEDGER-RECORD.
    COPY FAKTRLED.
FD  PARM-FILE.
01  PARM-RECORD.
    05 RP-DATE-FROM              PIC X(8).
    05 RP-DATE-TO                PIC X(8).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  LR-LEDG-STATUS               PIC X(2) VALUE SPACES.
01  LR-EOF-SWITCH                PIC X VALUE 'N'.
    88 LR-EOF                    VALUE 'Y'.
01  LR-DATE-FROM                 PIC X(8) VALUE SPACES.
01  LR-DATE-TO                   PIC X(8) VALUE SPACES.
01  LR-DATE-CHECK.
    05 LR-DC-YYYY                PIC 9(4).
    05 LR-DC-MM                  PIC 9(2).
    05 LR-DC-DD                  PIC 9(2).
01  LR-CURRENT-DATE              PIC X(21).
*> One business date's rows, held until the date breaks so they can
*> be printed in chain order rather than key order. A date has at
*> most ten rows (SPL, four STR, MRG, BAT, REC, SHP, ACK); anything
*> beyond that is counted and called out, never dropped silently.
01  LR-ROW-MAX                   PIC 9(2) VALUE 12.
01  LR-ROW-COUNT                 PIC 9(2) VALUE 0.
01  LR-ROW-TABLE.
    05 LR-ROW OCCURS 12 TIMES    PIC X(80).
01  LR-ROW-IDX                   PIC 9(2) VALUE 0.
01  LR-ROWS-DROPPED              PIC 9(3) VALUE 0.
01  LR-CURRENT-BUS-DATE          PIC X(8) VALUE LOW-VALUES.
01  LR-ROW-WORK.
    COPY FAKTRLED.
01  LR-CHAIN-ORDER               PIC X(21) VALUE
         "SPLSTRBATMRGRECSHPACK".
01  LR-CHAIN-TABLE REDEFINES LR-CHAIN-ORDER.
    05 LR-CHAIN-STEP OCCURS 7 TIMES
                                 PIC X(3).
01  LR-CHAIN-IDX                 PIC 9(1) VALUE 0.
*> Standing of the date being printed: the chain is walked step by
*> step and stops at the first step that is not complete.
01  LR-SPLIT-NIGHT-SWITCH        PIC X VALUE 'N'.
    88 LR-SPLIT-NIGHT            VALUE 'Y'.
01  LR-SPLIT-STREAMS             PIC 9(1) VALUE 0.
01  LR-STANDING-SWITCH           PIC X VALUE 'N'.
    88 LR-STANDING-SET           VALUE 'Y'.
01  LR-WANT-STEP                 PIC X(3) VALUE SPACES.
01  LR-WANT-STREAM               PIC 9(2) VALUE 0.
01  LR-STREAM-IDX                PIC 9(2) VALUE 0.
01  LR-FOUND-IDX                 PIC 9(2) VALUE 0.
01  LR-STEP-NAME                 PIC X(6) VALUE SPACES.
01  LR-STEP-LEN                  PIC 9(1) VALUE 0.
01  LR-CC-DISPLAY                PIC ZZZ9.
01  LR-CC-LEAD                   PIC 9(1) VALUE 0.
01  LR-STANDING-TEXT             PIC X(60) VALUE SPACES.
01  LR-DATE-COUNT                PIC 9(5) VALUE 0.
01  LR-COMPLETE-COUNT            PIC 9(5) VALUE 0.
01  LR-HELD-COUNT                PIC 9(5) VALUE 0.
01  LR-RUNNING-COUNT             PIC 9(5) VALUE 0.
01  LR-AWAITING-COUNT            PIC 9(5) VALUE 0.
01  LR-HEADER-LINE-1.
    05 FILLER                    PIC X(28) VALUE
         "RUN LEDGER STATUS     AS OF ".
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(8) VALUE "  DATES ".
    05 HL-DATE-FROM              PIC X(8).
    05 FILLER                    PIC X(4) VALUE " TO ".
    05 HL-DATE-TO                PIC X(8).
    05 FILLER                    PIC X(16) VALUE SPACES.
01  LR-HEADER-LINE-2.
    05 FILLER                    PIC X(10) VALUE "  STEP".
    05 FILLER                    PIC X(10) VALUE "RUN-ID".
    05 FILLER                    PIC X(10) VALUE "STATUS".
    05 FILLER                    PIC X(15) VALUE "STARTED".
    05 FILLER                    PIC X(15) VALUE "ENDED".
    05 FILLER                    PIC X(8) VALUE "  CC ATT".
    05 FILLER                    PIC X(12) VALUE " OVERRIDE".
01  LR-DATE-LINE.
    05 FILLER                    PIC X(14) VALUE "BUSINESS DATE ".
    05 DT-BUS-DATE               PIC X(8).
    05 FILLER                    PIC X(58) VALUE SPACES.
01  LR-DETAIL-LINE.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-STEP                   PIC X(6).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-RUN-ID                 PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-STATUS                 PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-START-TS               PIC X(14).
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 DL-END-TS                 PIC X(14).
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 DL-COND-CODE              PIC ZZZ9.
    05 DL-COND-CODE-X REDEFINES DL-COND-CODE
                                 PIC X(4).
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 DL-ATTEMPTS               PIC ZZ9.
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 DL-OVERRIDE-ID            PIC X(8).
    05 FILLER                    PIC X(3) VALUE SPACES.
01  LR-STANDING-LINE.
    05 FILLER                    PIC X(12) VALUE "  STANDING: ".
    05 SL-TEXT                   PIC X(60).
    05 FILLER                    PIC X(8) VALUE SPACES.
01  LR-COUNT-LINE.
    05 CL-LABEL                  PIC X(24).
    05 CL-COUNT                  PIC ZZ,ZZ9.
    05 FILLER                    PIC X(50) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-DATE-RANGE-CARD
    IF RETURN-CODE NOT = 16
        PERFORM REPORT-LEDGER
    END-IF
    STOP RUN.

READ-DATE-RANGE-CARD.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            IF RP-DATE-FROM NOT = SPACES
                MOVE RP-DATE-FROM TO LR-DATE-FROM
                MOVE RP-DATE-FROM TO LR-DATE-CHECK
                PERFORM EDIT-RANGE-DATE
            END-IF
            IF RP-DATE-TO NOT = SPACES
                MOVE RP-DATE-TO TO LR-DATE-TO
                MOVE RP-DATE-TO TO LR-DATE-CHECK
                PERFORM EDIT-RANGE-DATE
            END-IF
    END-READ
    CLOSE PARM-FILE
    IF RETURN-CODE NOT = 16
       AND LR-DATE-FROM NOT = SPACES AND LR-DATE-TO NOT = SPACES
       AND LR-DATE-FROM > LR-DATE-TO
        DISPLAY "FAKTRLR: RLRPARM FROM-DATE " LR-DATE-FROM
            " IS AFTER TO-DATE " LR-DATE-TO " - NOTHING REPORTED"
        MOVE 16 TO RETURN-CODE
    END-IF.

EDIT-RANGE-DATE.
    IF LR-DATE-CHECK IS NOT NUMERIC
        DISPLAY "FAKTRLR: RLRPARM DATES MUST BE YYYYMMDD, NOT '"
            LR-DATE-CHECK "' - NOTHING REPORTED"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF LR-DC-YYYY < 1990 OR LR-DC-MM < 1 OR LR-DC-MM > 12
        OR LR-DC-DD < 1 OR LR-DC-DD > 31
        DISPLAY "FAKTRLR: RLRPARM DATES MUST BE YYYYMMDD, NOT '"
            LR-DATE-CHECK "' - NOTHING REPORTED"
        MOVE 16 TO RETURN-CODE
     END-IF
    END-IF.

REPORT-LEDGER.
    OPEN INPUT LEDGER-FILE
    IF LR-LEDG-STATUS NOT = "00"
        DISPLAY "FAKTRLR: RUNLEDG WILL NOT OPEN (STATUS "
            LR-LEDG-STATUS ") - NOTHING REPORTED"
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADERS
        PERFORM UNTIL LR-EOF
            READ LEDGER-FILE NEXT RECORD
                AT END
                    SET LR-EOF TO TRUE
                NOT AT END
                    PERFORM TAKE-ONE-ROW
            END-READ
        END-PERFORM
        IF LR-ROW-COUNT > 0
            PERFORM REPORT-ONE-DATE
        END-IF
        CLOSE LEDGER-FILE
        PERFORM WRITE-REPORT-TOTALS
        CLOSE REPORT-FILE
        IF LR-HELD-COUNT > 0 OR LR-RUNNING-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
        DISPLAY "FAKTRLR: " LR-DATE-COUNT " DATE(S), "
            LR-COMPLETE-COUNT " COMPLETE, " LR-HELD-COUNT " HELD, "
            LR-RUNNING-COUNT " MID-STEP, " LR-AWAITING-COUNT
            " AWAITING"
    END-IF.

WRITE-REPORT-HEADERS.
    OPEN OUTPUT REPORT-FILE
    MOVE FUNCTION CURRENT-DATE TO LR-CURRENT-DATE
    MOVE LR-CURRENT-DATE (1:8) TO HL-AS-OF
    IF LR-DATE-FROM = SPACES
        MOVE "(FIRST)" TO HL-DATE-FROM
    ELSE
        MOVE LR-DATE-FROM TO HL-DATE-FROM
    END-IF
    IF LR-DATE-TO = SPACES
        MOVE "(LAST)" TO HL-DATE-TO
    ELSE
        MOVE LR-DATE-TO TO HL-DATE-TO
    END-IF
    MOVE LR-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE LR-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

TAKE-ONE-ROW.
    IF (LR-DATE-FROM = SPACES
            OR LD-BUS-DATE OF LEDGER-RECORD >= LR-DATE-FROM)
       AND (LR-DATE-TO = SPACES
            OR LD-BUS-DATE OF LEDGER-RECORD <= LR-DATE-TO)
        IF LD-BUS-DATE OF LEDGER-RECORD NOT = LR-CURRENT-BUS-DATE
            IF LR-ROW-COUNT > 0
                PERFORM REPORT-ONE-DATE
            END-IF
            MOVE LD-BUS-DATE OF LEDGER-RECORD TO LR-CURRENT-BUS-DATE
            MOVE 0 TO LR-ROW-COUNT
            MOVE 0 TO LR-ROWS-DROPPED
        END-IF
        IF LR-ROW-COUNT < LR-ROW-MAX
            ADD 1 TO LR-ROW-COUNT
            MOVE LEDGER-RECORD TO LR-ROW (LR-ROW-COUNT)
        ELSE
            ADD 1 TO LR-ROWS-DROPPED
        END-IF
    END-IF.

*> Rows come off the cluster in key order - steps alphabetically -
*> so each chain step is looked for in turn; the STR rows of a step
*> are already in stream order.
REPORT-ONE-DATE.
    ADD 1 TO LR-DATE-COUNT
    MOVE LR-CURRENT-BUS-DATE TO DT-BUS-DATE
    MOVE LR-DATE-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING LR-CHAIN-IDX FROM 1 BY 1
            UNTIL LR-CHAIN-IDX > 7
        PERFORM VARYING LR-ROW-IDX FROM 1 BY 1
                UNTIL LR-ROW-IDX > LR-ROW-COUNT
            MOVE LR-ROW (LR-ROW-IDX) TO LR-ROW-WORK
            IF LD-STEP OF LR-ROW-WORK = LR-CHAIN-STEP (LR-CHAIN-IDX)
                PERFORM WRITE-DETAIL-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    IF LR-ROWS-DROPPED > 0
        DISPLAY "FAKTRLR: " LR-CURRENT-BUS-DATE " HAS "
            LR-ROWS-DROPPED " MORE ROW(S) THAN THE REPORT HOLDS"
    END-IF
    PERFORM JUDGE-DATE-STANDING
    MOVE LR-STANDING-TEXT TO SL-TEXT
    MOVE LR-STANDING-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

WRITE-DETAIL-LINE.
    MOVE LD-STEP OF LR-ROW-WORK TO LR-STEP-NAME
    IF LD-STEP OF LR-ROW-WORK = "STR"
        MOVE LD-STREAM OF LR-ROW-WORK TO LR-STEP-NAME (5:2)
    END-IF
    MOVE LR-STEP-NAME TO DL-STEP
    MOVE LD-RUN-ID OF LR-ROW-WORK TO DL-RUN-ID
    EVALUATE LD-STATUS OF LR-ROW-WORK
        WHEN 'S'
            MOVE "STARTED" TO DL-STATUS
        WHEN 'C'
            MOVE "COMPLETE" TO DL-STATUS
        WHEN 'F'
            MOVE "FAILED" TO DL-STATUS
        WHEN OTHER
            MOVE LD-STATUS OF LR-ROW-WORK TO DL-STATUS
    END-EVALUATE
    MOVE LD-START-TS OF LR-ROW-WORK TO DL-START-TS
    MOVE LD-END-TS OF LR-ROW-WORK TO DL-END-TS
    IF LD-STATUS OF LR-ROW-WORK = 'S'
        MOVE SPACES TO DL-COND-CODE-X
    ELSE
        MOVE LD-COND-CODE OF LR-ROW-WORK TO DL-COND-CODE
    END-IF
    MOVE LD-ATTEMPTS OF LR-ROW-WORK TO DL-ATTEMPTS
    MOVE LD-OVERRIDE-ID OF LR-ROW-WORK TO DL-OVERRIDE-ID
    MOVE LR-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> A date with an SPL row and no BAT row is a split night; every
*> other date is judged as a single-stream night. The walk stops at
*> the first step that is not complete.
JUDGE-DATE-STANDING.
    MOVE 'N' TO LR-STANDING-SWITCH
    MOVE 'N' TO LR-SPLIT-NIGHT-SWITCH
    MOVE 0 TO LR-SPLIT-STREAMS
    MOVE "BAT" TO LR-WANT-STEP
    MOVE 0 TO LR-WANT-STREAM
    PERFORM FIND-DATE-ROW
    IF LR-FOUND-IDX = 0
        MOVE "SPL" TO LR-WANT-STEP
        PERFORM FIND-DATE-ROW
        IF LR-FOUND-IDX > 0
            SET LR-SPLIT-NIGHT TO TRUE
        END-IF
    END-IF
    IF LR-SPLIT-NIGHT
        MOVE "SPL" TO LR-WANT-STEP
        PERFORM JUDGE-ONE-STEP
        IF NOT LR-STANDING-SET
            MOVE LD-STREAM-COUNT OF LR-ROW-WORK TO LR-SPLIT-STREAMS
            PERFORM VARYING LR-STREAM-IDX FROM 1 BY 1
                    UNTIL LR-STREAM-IDX > LR-SPLIT-STREAMS
                       OR LR-STANDING-SET
                MOVE "STR" TO LR-WANT-STEP
                MOVE LR-STREAM-IDX TO LR-WANT-STREAM
                PERFORM JUDGE-ONE-STEP
            END-PERFORM
            MOVE 0 TO LR-WANT-STREAM
        END-IF
        IF NOT LR-STANDING-SET
            MOVE "MRG" TO LR-WANT-STEP
            PERFORM JUDGE-ONE-STEP
        END-IF
    ELSE
        MOVE "BAT" TO LR-WANT-STEP
        PERFORM JUDGE-ONE-STEP
    END-IF
    IF NOT LR-STANDING-SET
        MOVE "REC" TO LR-WANT-STEP
        PERFORM JUDGE-ONE-STEP
    END-IF
    IF NOT LR-STANDING-SET
        MOVE "SHP" TO LR-WANT-STEP
        PERFORM JUDGE-ONE-STEP
    END-IF
    IF NOT LR-STANDING-SET
        MOVE "ACK" TO LR-WANT-STEP
        PERFORM JUDGE-ONE-STEP
    END-IF
    IF NOT LR-STANDING-SET
        MOVE "ACKNOWLEDGED - CHAIN COMPLETE" TO LR-STANDING-TEXT
        ADD 1 TO LR-COMPLETE-COUNT
    END-IF.

*> Leaves the row found in LR-ROW-WORK. Sets the standing when the
*> step is anything but complete.
JUDGE-ONE-STEP.
    PERFORM FIND-DATE-ROW
    MOVE LR-WANT-STEP TO LR-STEP-NAME
    MOVE 3 TO LR-STEP-LEN
    IF LR-WANT-STEP = "STR"
        MOVE LR-WANT-STREAM TO LR-STEP-NAME (5:2)
        MOVE 6 TO LR-STEP-LEN
    END-IF
    MOVE SPACES TO LR-STANDING-TEXT
    IF LR-FOUND-IDX = 0
        STRING "AWAITING " DELIMITED BY SIZE
               LR-STEP-NAME (1:LR-STEP-LEN) DELIMITED BY SIZE
            INTO LR-STANDING-TEXT
        END-STRING
        SET LR-STANDING-SET TO TRUE
        ADD 1 TO LR-AWAITING-COUNT
    ELSE
        EVALUATE LD-STATUS OF LR-ROW-WORK
            WHEN 'C'
                CONTINUE
            WHEN 'S'
                STRING LR-STEP-NAME (1:LR-STEP-LEN) DELIMITED BY SIZE
                       " STARTED BY " DELIMITED BY SIZE
                       LD-RUN-ID OF LR-ROW-WORK DELIMITED BY SIZE
                       ", NOT ENDED" DELIMITED BY SIZE
                    INTO LR-STANDING-TEXT
                END-STRING
                SET LR-STANDING-SET TO TRUE
                ADD 1 TO LR-RUNNING-COUNT
            WHEN OTHER
                MOVE LD-COND-CODE OF LR-ROW-WORK TO LR-CC-DISPLAY
                MOVE 0 TO LR-CC-LEAD
                INSPECT LR-CC-DISPLAY TALLYING LR-CC-LEAD
                    FOR LEADING SPACES
                STRING "HELD - " DELIMITED BY SIZE
                       LR-STEP-NAME (1:LR-STEP-LEN) DELIMITED BY SIZE
                       " ENDED CC " DELIMITED BY SIZE
                       LR-CC-DISPLAY (LR-CC-LEAD + 1:) DELIMITED BY SIZE
                    INTO LR-STANDING-TEXT
                END-STRING
                SET LR-STANDING-SET TO TRUE
                ADD 1 TO LR-HELD-COUNT
        END-EVALUATE
    END-IF.

FIND-DATE-ROW.
    MOVE 0 TO LR-FOUND-IDX
    PERFORM VARYING LR-ROW-IDX FROM 1 BY 1
            UNTIL LR-ROW-IDX > LR-ROW-COUNT
               OR LR-FOUND-IDX > 0
        MOVE LR-ROW (LR-ROW-IDX) TO LR-ROW-WORK
        IF LD-STEP OF LR-ROW-WORK = LR-WANT-STEP
           AND LD-STREAM OF LR-ROW-WORK = LR-WANT-STREAM
            MOVE LR-ROW-IDX TO LR-FOUND-IDX
        END-IF
    END-PERFORM.

WRITE-REPORT-TOTALS.
    MOVE "DATES REPORTED         :" TO CL-LABEL
    MOVE LR-DATE-COUNT TO CL-COUNT
    MOVE LR-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "CHAIN COMPLETE         :" TO CL-LABEL
    MOVE LR-COMPLETE-COUNT TO CL-COUNT
    MOVE LR-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "HELD ON A FAILED STEP  :" TO CL-LABEL
    MOVE LR-HELD-COUNT TO CL-COUNT
    MOVE LR-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "STEP STARTED, NOT ENDED:" TO CL-LABEL
    MOVE LR-RUNNING-COUNT TO CL-COUNT
    MOVE LR-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "AWAITING NEXT STEP     :" TO CL-LABEL
    MOVE LR-AWAITING-COUNT TO CL-COUNT
    MOVE LR-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.
