IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTPCL.
*> FAKTPCL is the month-end period close. Finance signs a month off
*> the VALRPT and FAKTTRD figures; until this step nothing stopped a
*> run dated back into that month - a RUNCARD run date, a late
*> repair, an adjustment - from quietly changing numbers already
*> reported. Closing a month freezes it: the final figures are
*> written to the PERDCLS period-close file, and from then on
*> FAKTBAT, FAKTMRG and FAKTADJ refuse any run dated into the month
*> (FAKTPDC) and FAKTTRD prints the month as final.
*>
*> The figures are the month's RUNHIST records, netted the way
*> FAKTTRD nets them: D records whose run-id and date match no R
*> record are a run that never completed and are ignored, an
*> adjustment run's processed count is its entries less twice its
*> reversals, and X records come back off the department they
*> reversed out of. Beside them goes the count of rejects still open
*> on REJREG from the month or earlier, netted the way FAKTRJR nets
*> the register. The department figures must add up to the run
*> totals before anything is written - a month that does not tie is
*> not closed. An adjustment run's refused cards belong to no
*> department, so they are reported beside the tie, not in it.
*>
*> A close is authorized by an active OPERMST operator at auth level
*> 2, named on the CLSPARM card and on the close record. Only a
*> month already over can be closed, and only once.
*>
*> CLSPARM card (one card, fixed columns - required):
*>   1-6   period to close, YYYYMM     7-14  authorizing operator id
*>
*> Condition codes: 0 period closed, 4 period closed with no
*> completed run in it, 8 department figures do not tie to the run
*> totals - nothing written, 16 refused (bad card, operator not
*> authorized, period not over or already closed) or a file would
*> not open or a table overflowed - nothing written.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "CLSPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-PARM-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-OPER-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-HISTORY-STATUS.
    SELECT OPTIONAL REGISTER-FILE ASSIGN TO "REJREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-REGISTER-STATUS.
*> Names only - a missing master (status 35) closes the month with
*> the names left blank.
    SELECT DEPT-FILE ASSIGN TO "DEPTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-DEPT-STATUS.
    SELECT OPTIONAL CLOSE-FILE ASSIGN TO "PERDCLS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CL-CLOSE-STATUS.
    SELECT REPORT-FILE ASSIGN TO "CLSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-RECORD.
    05 CP-PERIOD                 PIC X(6).
    05 CP-OPER-ID                PIC X(8).
    05 CP-OPER-EXTRA             PIC X(1).
    05 FILLER                    PIC X(65).
FD  OPERATOR-FILE.
01  OPERATOR-RECORD.
    COPY FAKTOPRM.
FD  HISTORY-FILE.
01  HISTORY-RECORD.
    COPY FAKTHIST.
FD  REGISTER-FILE.
01  REGISTER-RECORD.
    COPY FAKTRREG.
FD  DEPT-FILE.
01  DEPT-RECORD.
    COPY FAKTDEPT.
FD  CLOSE-FILE.
01  CLOSE-RECORD.
    COPY FAKTPCLS.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  CL-PARM-STATUS               PIC X(2) VALUE SPACES.
01  CL-OPER-STATUS               PIC X(2) VALUE SPACES.
01  CL-HISTORY-STATUS            PIC X(2) VALUE SPACES.
01  CL-REGISTER-STATUS           PIC X(2) VALUE SPACES.
01  CL-DEPT-STATUS               PIC X(2) VALUE SPACES.
01  CL-CLOSE-STATUS              PIC X(2) VALUE SPACES.
01  CL-EOF-SWITCH                PIC X VALUE 'N'.
    88 CL-EOF                    VALUE 'Y'.
01  CL-CURRENT-DATE              PIC X(21).
01  CL-CLOSED-TS                 PIC X(14) VALUE SPACES.
01  CL-PERIOD                    PIC X(6) VALUE SPACES.
01  CL-OPER-ID                   PIC X(8) VALUE SPACES.
01  CL-OPER-NAME                 PIC X(20) VALUE SPACES.
01  CL-OPER-SWITCH               PIC X VALUE 'N'.
    88 CL-OPER-AUTHORIZED        VALUE 'Y'.
01  CL-PERIOD-CHECK.
    05 DC-YYYY                   PIC 9(4).
    05 DC-MM                     PIC 9(2).
*> R records of the period, in file order.
01  CL-RUN-TABLE-MAX             PIC 9(4) VALUE 400.
01  CL-RUN-COUNT                 PIC 9(4) VALUE 0.
01  CL-RUN-TABLE.
    05 CL-RUN-ENTRY OCCURS 400 TIMES.
       10 RN-RUN-ID              PIC X(8).
       10 RN-RUN-DATE            PIC X(8).
       10 RN-RUN-TYPE            PIC X(1).
       10 RN-PROCESSED           PIC S9(7).
       10 RN-REJECTED            PIC 9(7).
       10 RN-VAL                 PIC S9(13).
01  CL-RUN-IDX                   PIC 9(4) VALUE 0.
*> D and X records of the period, held until the whole file is read
*> so the orphan test can be applied, as FAKTTRD holds them. A full
*> month of nights at a few dozen departments a night.
01  CL-DEPT-REC-MAX              PIC 9(4) VALUE 5000.
01  CL-DEPT-REC-COUNT            PIC 9(4) VALUE 0.
01  CL-DEPT-REC-TABLE.
    05 CL-DEPT-REC-ENTRY OCCURS 5000 TIMES.
       10 DH-RUN-ID              PIC X(8).
       10 DH-RUN-DATE            PIC X(8).
       10 DH-DEPT-CODE           PIC X(4).
       10 DH-PROCESSED           PIC S9(7).
       10 DH-REJECTED            PIC 9(7).
       10 DH-VAL                 PIC S9(13).
01  CL-DEPT-REC-IDX              PIC 9(4) VALUE 0.
*> One row per department with figures or open rejects for the
*> period; DS-WRITTEN-FLAG drives the lowest-code-first pick, as
*> FAKTRJR groups its report.
01  CL-DEPT-SUM-MAX              PIC 9(3) VALUE 200.
01  CL-DEPT-SUM-COUNT            PIC 9(3) VALUE 0.
01  CL-DEPT-SUM-TABLE.
    05 CL-DEPT-SUM-ENTRY OCCURS 200 TIMES.
       10 DS-DEPT-CODE           PIC X(4).
       10 DS-DEPT-NAME           PIC X(20).
       10 DS-PROCESSED           PIC S9(9).
       10 DS-REJECTED            PIC 9(9).
       10 DS-VAL                 PIC S9(13).
       10 DS-OPEN-REJECTS        PIC 9(7).
       10 DS-WRITTEN-FLAG        PIC X(1).
01  CL-DEPT-SUM-IDX              PIC 9(3) VALUE 0.
01  CL-DEPT-HIT-IDX              PIC 9(3) VALUE 0.
01  CL-DEPT-WORK                 PIC X(4) VALUE SPACES.
01  CL-PICK-IDX                  PIC 9(3) VALUE 0.
01  CL-DONE-SWITCH               PIC X VALUE 'N'.
    88 CL-ALL-WRITTEN            VALUE 'Y'.
01  CL-MATCH-SWITCH              PIC X VALUE 'N'.
    88 CL-RUN-MATCHED            VALUE 'Y'.
*> One slot per REJREG R entry from the period or earlier; a C entry
*> clears the open slots of its lot written before it, as in FAKTRJR.
01  CL-ITEM-TABLE-MAX            PIC 9(5) VALUE 5000.
01  CL-ITEM-COUNT                PIC 9(5) VALUE 0.
01  CL-ITEM-TABLE.
    05 CL-ITEM-ENTRY OCCURS 5000 TIMES.
       10 IT-LOT-ID              PIC X(8).
       10 IT-DEPT-CODE           PIC X(4).
       10 IT-OPEN-FLAG           PIC X(1).
01  CL-ITEM-IDX                  PIC 9(5) VALUE 0.
01  CL-REVERSED-WORK             PIC 9(4) VALUE 0.
*> Run totals (what the tie is proved against) and department totals.
01  CL-RUN-PROCESSED             PIC S9(9) VALUE 0.
01  CL-RUN-REJECTED              PIC 9(9) VALUE 0.
01  CL-RUN-VAL                   PIC S9(13) VALUE 0.
01  CL-ADJ-REFUSED               PIC 9(9) VALUE 0.
01  CL-TOT-PROCESSED             PIC S9(9) VALUE 0.
01  CL-TOT-REJECTED              PIC 9(9) VALUE 0.
01  CL-TOT-VAL                   PIC S9(13) VALUE 0.
01  CL-TOT-OPEN-REJECTS          PIC 9(7) VALUE 0.
01  CL-TIE-SWITCH                PIC X VALUE 'Y'.
    88 CL-FIGURES-TIE            VALUE 'Y'.
01  CL-PCT-WORK                  PIC 9(3)V9 VALUE 0.
01  CL-PCT-NUM                   PIC 9(9) VALUE 0.
01  CL-PCT-BASE                  PIC S9(9) VALUE 0.
01  CL-HEADER-LINE-1.
    05 FILLER                    PIC X(32) VALUE
         "MONTH-END PERIOD CLOSE SUMMARY  ".
    05 FILLER                    PIC X(7) VALUE "PERIOD ".
    05 HL-PERIOD                 PIC X(6).
    05 FILLER                    PIC X(35) VALUE SPACES.
01  CL-HEADER-LINE-2.
    05 FILLER                    PIC X(10) VALUE "CLOSED BY ".
    05 HL-OPER-ID                PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 HL-OPER-NAME              PIC X(20).
    05 FILLER                    PIC X(4) VALUE " ON ".
    05 HL-CLOSED-DATE            PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 HL-CLOSED-HH              PIC X(2).
    05 FILLER                    PIC X(1) VALUE ":".
    05 HL-CLOSED-MI              PIC X(2).
    05 FILLER                    PIC X(23) VALUE SPACES.
01  CL-HEADER-LINE-3.
    05 FILLER                    PIC X(26) VALUE "DEPT  NAME".
    05 FILLER                    PIC X(12) VALUE "   PROCESSED".
    05 FILLER                    PIC X(11) VALUE "   REJECTED".
    05 FILLER                    PIC X(6) VALUE "  REJ%".
    05 FILLER                    PIC X(15) VALUE "      TOTAL VAL".
    05 FILLER                    PIC X(8) VALUE "    OPEN".
    05 FILLER                    PIC X(2) VALUE SPACES.
01  CL-DEPT-LINE.
    05 DD-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DD-DEPT-NAME              PIC X(20).
    05 DD-PROCESSED              PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DD-REJECTED               PIC ZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DD-REJ-PCT                PIC ZZ9.9.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DD-VAL                    PIC Z(12)9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DD-OPEN-REJECTS           PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
01  CL-RUN-LINE.
    05 RL-LABEL                  PIC X(26).
    05 RL-PROCESSED              PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 RL-REJECTED               PIC ZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(7) VALUE SPACES.
    05 RL-VAL                    PIC Z(12)9-.
    05 FILLER                    PIC X(10) VALUE SPACES.
01  CL-COUNT-LINE.
    05 CT-LABEL                  PIC X(40).
    05 CT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(29) VALUE SPACES.
01  CL-AGREE-LINE.
    05 FILLER                    PIC X(80) VALUE
         "CONTROL: DEPARTMENT FIGURES AGREE TO RUN TOTALS".
01  CL-DISAGREE-LINE.
    05 FILLER                    PIC X(40) VALUE
         "CONTROL: *** DEPARTMENT FIGURES DO NOT A".
    05 FILLER                    PIC X(40) VALUE
         "GREE TO RUN TOTALS ***".
01  CL-MESSAGE-LINE              PIC X(80) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO CL-CURRENT-DATE
    MOVE CL-CURRENT-DATE (1:14) TO CL-CLOSED-TS
    PERFORM READ-CLOSE-CARD
    IF RETURN-CODE NOT = 16
        PERFORM VALIDATE-OPERATOR
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-NOT-CLOSED
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-RUN-HISTORY
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM ACCUMULATE-DEPT-FIGURES
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-REJECT-REGISTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-DEPT-NAMES
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-FIGURES-TIE
        IF NOT CL-FIGURES-TIE
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM WRITE-CLOSE-RECORDS
            IF CL-RUN-COUNT = 0 AND RETURN-CODE NOT = 16
                DISPLAY "FAKTPCL: NO COMPLETED RUN IN PERIOD "
                    CL-PERIOD " - CLOSED WITH ZERO FIGURES"
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM WRITE-CLOSE-REPORT
        END-IF
    END-IF
    STOP RUN.

*> The card is required - a close is never run on a default. The
*> operator field is read one byte long, as FAKTRLH reads an override,
*> so an id one character too long refuses the card instead of
*> closing under its first eight.
READ-CLOSE-CARD.
    OPEN INPUT PARM-FILE
    IF CL-PARM-STATUS NOT = "00"
        DISPLAY "FAKTPCL: CLSPARM OPEN FAILED, STATUS "
            CL-PARM-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        READ PARM-FILE
            AT END
                DISPLAY "FAKTPCL: CLSPARM CARD MISSING - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
            NOT AT END
                MOVE CP-PERIOD TO CL-PERIOD
                MOVE CP-OPER-ID TO CL-OPER-ID
                PERFORM CHECK-CLOSE-CARD
        END-READ
        CLOSE PARM-FILE
    END-IF.

CHECK-CLOSE-CARD.
    IF CP-PERIOD IS NUMERIC
        MOVE CP-PERIOD TO CL-PERIOD-CHECK
    ELSE
        MOVE 0 TO DC-YYYY
        MOVE 0 TO DC-MM
    END-IF
    IF DC-YYYY < 1990 OR DC-MM < 1 OR DC-MM > 12
        DISPLAY "FAKTPCL: CLSPARM PERIOD MUST BE A VALID YYYYMM, "
            "NOT '" CP-PERIOD "' - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF CL-PERIOD NOT < CL-CURRENT-DATE (1:6)
        DISPLAY "FAKTPCL: PERIOD " CL-PERIOD " IS NOT OVER - "
            "RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     ELSE
      IF CP-OPER-ID = SPACES OR CP-OPER-EXTRA NOT = SPACE
        DISPLAY "FAKTPCL: CLSPARM COLS 7-14 MUST NAME THE "
            "AUTHORIZING OPERATOR - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
      END-IF
     END-IF
    END-IF.

*> Active row, auth level 2 - the standard FAKTRLH holds an override
*> to: a close stops every later run into the month. A missing or
*> unopenable OPERMST refuses the close.
VALIDATE-OPERATOR.
    MOVE 'N' TO CL-EOF-SWITCH
    OPEN INPUT OPERATOR-FILE
    IF CL-OPER-STATUS NOT = "00"
        DISPLAY "FAKTPCL: OPERATOR MASTER WILL NOT OPEN (STATUS "
            CL-OPER-STATUS ") - RUN REFUSED"
    ELSE
        PERFORM UNTIL CL-EOF
            READ OPERATOR-FILE
                AT END
                    SET CL-EOF TO TRUE
                NOT AT END
                    IF OP-ID = CL-OPER-ID
                       AND OP-STATUS = 'A'
                       AND OP-AUTH-LEVEL = 2
                        SET CL-OPER-AUTHORIZED TO TRUE
                        MOVE OP-NAME TO CL-OPER-NAME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-FILE
    END-IF
    IF NOT CL-OPER-AUTHORIZED
        DISPLAY "FAKTPCL: OPERATOR " CL-OPER-ID
            " NOT AUTHORIZED TO CLOSE A PERIOD - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    END-IF.

*> A period is closed once; the first close stands.
CHECK-NOT-CLOSED.
    OPEN INPUT CLOSE-FILE
    IF CL-CLOSE-STATUS NOT = "00" AND CL-CLOSE-STATUS NOT = "05"
        DISPLAY "FAKTPCL: PERDCLS OPEN FAILED, STATUS "
            CL-CLOSE-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO CL-EOF-SWITCH
        PERFORM UNTIL CL-EOF
            READ CLOSE-FILE
                AT END
                    SET CL-EOF TO TRUE
                NOT AT END
                    IF PC-REC-TYPE = 'C'
                       AND PC-PERIOD = CL-PERIOD
                        DISPLAY "FAKTPCL: PERIOD " CL-PERIOD
                            " ALREADY CLOSED " PC-C-CLOSED-TS
                            " BY " PC-C-CLOSED-BY " - RUN REFUSED"
                        MOVE 16 TO RETURN-CODE
                        SET CL-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-FILE
    END-IF.

LOAD-RUN-HISTORY.
    OPEN INPUT HISTORY-FILE
    IF CL-HISTORY-STATUS NOT = "00"
        DISPLAY "FAKTPCL: RUNHIST OPEN FAILED, STATUS "
            CL-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO CL-EOF-SWITCH
        PERFORM UNTIL CL-EOF
            READ HISTORY-FILE
                AT END
                    SET CL-EOF TO TRUE
                NOT AT END
                    IF RH-RUN-DATE (1:6) = CL-PERIOD
                        IF RH-REC-TYPE = 'R'
                            PERFORM LOAD-RUN-RECORD
                        ELSE
                            IF RH-REC-TYPE = 'D' OR RH-REC-TYPE = 'X'
                                PERFORM LOAD-DEPT-RECORD
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

*> Netted as FAKTTRD nets it. An adjustment run's R rejected figure
*> is its refused cards, which no D record carries; it is kept apart
*> so the tie compares like with like.
LOAD-RUN-RECORD.
    IF CL-RUN-COUNT >= CL-RUN-TABLE-MAX
        DISPLAY "FAKTPCL: MORE THAN " CL-RUN-TABLE-MAX
            " RUNS IN PERIOD - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET CL-EOF TO TRUE
    ELSE
        ADD 1 TO CL-RUN-COUNT
        MOVE RH-RUN-ID TO RN-RUN-ID (CL-RUN-COUNT)
        MOVE RH-RUN-DATE TO RN-RUN-DATE (CL-RUN-COUNT)
        MOVE RH-R-RUN-TYPE TO RN-RUN-TYPE (CL-RUN-COUNT)
        MOVE RH-R-PROCESSED TO RN-PROCESSED (CL-RUN-COUNT)
        IF RH-R-RUN-TYPE = 'A' AND RH-R-REVERSED IS NUMERIC
            MOVE RH-R-REVERSED TO CL-REVERSED-WORK
            COMPUTE RN-PROCESSED (CL-RUN-COUNT) =
                RH-R-PROCESSED - (2 * CL-REVERSED-WORK)
        END-IF
        MOVE RH-R-REJECTED TO RN-REJECTED (CL-RUN-COUNT)
        MOVE RH-R-GRAND-VAL TO RN-VAL (CL-RUN-COUNT)
        ADD RN-PROCESSED (CL-RUN-COUNT) TO CL-RUN-PROCESSED
        ADD RN-VAL (CL-RUN-COUNT) TO CL-RUN-VAL
        IF RH-R-RUN-TYPE = 'A'
            ADD RN-REJECTED (CL-RUN-COUNT) TO CL-ADJ-REFUSED
        ELSE
            ADD RN-REJECTED (CL-RUN-COUNT) TO CL-RUN-REJECTED
        END-IF
    END-IF.

LOAD-DEPT-RECORD.
    IF CL-DEPT-REC-COUNT >= CL-DEPT-REC-MAX
        DISPLAY "FAKTPCL: MORE THAN " CL-DEPT-REC-MAX
            " DEPARTMENT RECORDS IN PERIOD - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET CL-EOF TO TRUE
    ELSE
        ADD 1 TO CL-DEPT-REC-COUNT
        MOVE RH-RUN-ID TO DH-RUN-ID (CL-DEPT-REC-COUNT)
        MOVE RH-RUN-DATE TO DH-RUN-DATE (CL-DEPT-REC-COUNT)
        MOVE RH-D-DEPT-CODE TO DH-DEPT-CODE (CL-DEPT-REC-COUNT)
        MOVE RH-D-PROCESSED TO DH-PROCESSED (CL-DEPT-REC-COUNT)
        IF RH-REC-TYPE = 'X'
            COMPUTE DH-PROCESSED (CL-DEPT-REC-COUNT) =
                0 - RH-D-PROCESSED
        END-IF
        MOVE RH-D-REJECTED TO DH-REJECTED (CL-DEPT-REC-COUNT)
        MOVE RH-D-VAL TO DH-VAL (CL-DEPT-REC-COUNT)
    END-IF.

*> A D record counts only when its run-id and date match an R record
*> - anything else is the orphan trail of a run that never completed.
ACCUMULATE-DEPT-FIGURES.
    PERFORM VARYING CL-DEPT-REC-IDX FROM 1 BY 1
            UNTIL CL-DEPT-REC-IDX > CL-DEPT-REC-COUNT
               OR RETURN-CODE = 16
        MOVE 'N' TO CL-MATCH-SWITCH
        PERFORM VARYING CL-RUN-IDX FROM 1 BY 1
                UNTIL CL-RUN-IDX > CL-RUN-COUNT
            IF RN-RUN-ID (CL-RUN-IDX) = DH-RUN-ID (CL-DEPT-REC-IDX)
               AND RN-RUN-DATE (CL-RUN-IDX) =
                   DH-RUN-DATE (CL-DEPT-REC-IDX)
                SET CL-RUN-MATCHED TO TRUE
            END-IF
        END-PERFORM
        IF CL-RUN-MATCHED
            MOVE DH-DEPT-CODE (CL-DEPT-REC-IDX) TO CL-DEPT-WORK
            PERFORM FIND-DEPT-ROW
            IF CL-DEPT-HIT-IDX > 0
                ADD DH-PROCESSED (CL-DEPT-REC-IDX)
                    TO DS-PROCESSED (CL-DEPT-HIT-IDX)
                ADD DH-REJECTED (CL-DEPT-REC-IDX)
                    TO DS-REJECTED (CL-DEPT-HIT-IDX)
                ADD DH-VAL (CL-DEPT-REC-IDX)
                    TO DS-VAL (CL-DEPT-HIT-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> Finds or adds the CL-DEPT-WORK row; CL-DEPT-HIT-IDX 0 means the
*> table is full and the run is refused.
FIND-DEPT-ROW.
    MOVE 0 TO CL-DEPT-HIT-IDX
    PERFORM VARYING CL-DEPT-SUM-IDX FROM 1 BY 1
            UNTIL CL-DEPT-SUM-IDX > CL-DEPT-SUM-COUNT
        IF DS-DEPT-CODE (CL-DEPT-SUM-IDX) = CL-DEPT-WORK
            MOVE CL-DEPT-SUM-IDX TO CL-DEPT-HIT-IDX
        END-IF
    END-PERFORM
    IF CL-DEPT-HIT-IDX = 0
        IF CL-DEPT-SUM-COUNT >= CL-DEPT-SUM-MAX
            DISPLAY "FAKTPCL: MORE THAN " CL-DEPT-SUM-MAX
                " DEPARTMENTS IN PERIOD - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        ELSE
            ADD 1 TO CL-DEPT-SUM-COUNT
            MOVE CL-DEPT-SUM-COUNT TO CL-DEPT-HIT-IDX
            MOVE CL-DEPT-WORK TO DS-DEPT-CODE (CL-DEPT-HIT-IDX)
            MOVE SPACES TO DS-DEPT-NAME (CL-DEPT-HIT-IDX)
            MOVE 0 TO DS-PROCESSED (CL-DEPT-HIT-IDX)
            MOVE 0 TO DS-REJECTED (CL-DEPT-HIT-IDX)
            MOVE 0 TO DS-VAL (CL-DEPT-HIT-IDX)
            MOVE 0 TO DS-OPEN-REJECTS (CL-DEPT-HIT-IDX)
            MOVE 'N' TO DS-WRITTEN-FLAG (CL-DEPT-HIT-IDX)
        END-IF
    END-IF.

*> Netted in file order, as FAKTRJR nets it, up to the close: a
*> reject from the period or earlier cleared after month end is no
*> longer open, and it is what is open now that finance is told.
*> Entries dated after the period are not the period's business.
*> No register means nothing open.
LOAD-REJECT-REGISTER.
    OPEN INPUT REGISTER-FILE
    IF CL-REGISTER-STATUS NOT = "00" AND CL-REGISTER-STATUS NOT = "05"
        DISPLAY "FAKTPCL: REJREG OPEN FAILED, STATUS "
            CL-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO CL-EOF-SWITCH
        PERFORM UNTIL CL-EOF
            READ REGISTER-FILE
                AT END
                    SET CL-EOF TO TRUE
                NOT AT END
                    PERFORM POST-ONE-ENTRY
            END-READ
        END-PERFORM
        CLOSE REGISTER-FILE
        PERFORM VARYING CL-ITEM-IDX FROM 1 BY 1
                UNTIL CL-ITEM-IDX > CL-ITEM-COUNT
                   OR RETURN-CODE = 16
            IF IT-OPEN-FLAG (CL-ITEM-IDX) = 'O'
                MOVE IT-DEPT-CODE (CL-ITEM-IDX) TO CL-DEPT-WORK
                PERFORM FIND-DEPT-ROW
                IF CL-DEPT-HIT-IDX > 0
                    ADD 1 TO DS-OPEN-REJECTS (CL-DEPT-HIT-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF.

POST-ONE-ENTRY.
    IF RR-ENTRY-TYPE = 'C'
        IF RR-LOT-ID NOT = SPACES
            PERFORM VARYING CL-ITEM-IDX FROM 1 BY 1
                    UNTIL CL-ITEM-IDX > CL-ITEM-COUNT
                IF IT-LOT-ID (CL-ITEM-IDX) = RR-LOT-ID
                   AND IT-OPEN-FLAG (CL-ITEM-IDX) = 'O'
                    MOVE 'C' TO IT-OPEN-FLAG (CL-ITEM-IDX)
                END-IF
            END-PERFORM
        END-IF
    ELSE
     IF RR-RUN-DATE (1:6) NOT > CL-PERIOD
        IF CL-ITEM-COUNT >= CL-ITEM-TABLE-MAX
            DISPLAY "FAKTPCL: MORE THAN " CL-ITEM-TABLE-MAX
                " REGISTER ENTRIES - ARCHIVE CLEARED HISTORY "
                "AND RERUN"
            MOVE 16 TO RETURN-CODE
            SET CL-EOF TO TRUE
        ELSE
            ADD 1 TO CL-ITEM-COUNT
            MOVE RR-LOT-ID TO IT-LOT-ID (CL-ITEM-COUNT)
            MOVE RR-DEPT-CODE TO IT-DEPT-CODE (CL-ITEM-COUNT)
            MOVE 'O' TO IT-OPEN-FLAG (CL-ITEM-COUNT)
        END-IF
     END-IF
    END-IF.

LOAD-DEPT-NAMES.
    OPEN INPUT DEPT-FILE
    IF CL-DEPT-STATUS = "35"
        DISPLAY "FAKTPCL: DEPTMST NOT ALLOCATED - DEPARTMENT "
            "NAMES NOT PRINTED"
    ELSE
     IF CL-DEPT-STATUS NOT = "00"
        DISPLAY "FAKTPCL: DEPTMST OPEN FAILED, STATUS "
            CL-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO CL-EOF-SWITCH
        PERFORM UNTIL CL-EOF
            READ DEPT-FILE
                AT END
                    SET CL-EOF TO TRUE
                NOT AT END
                    PERFORM VARYING CL-DEPT-SUM-IDX FROM 1 BY 1
                            UNTIL CL-DEPT-SUM-IDX > CL-DEPT-SUM-COUNT
                        IF DS-DEPT-CODE (CL-DEPT-SUM-IDX) =
                           DM-DEPT-CODE
                            MOVE DM-DEPT-NAME
                                TO DS-DEPT-NAME (CL-DEPT-SUM-IDX)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE DEPT-FILE
     END-IF
    END-IF.

*> Every figure is proved, and every difference is listed, before
*> the decision is taken.
CHECK-FIGURES-TIE.
    PERFORM VARYING CL-DEPT-SUM-IDX FROM 1 BY 1
            UNTIL CL-DEPT-SUM-IDX > CL-DEPT-SUM-COUNT
        ADD DS-PROCESSED (CL-DEPT-SUM-IDX) TO CL-TOT-PROCESSED
        ADD DS-REJECTED (CL-DEPT-SUM-IDX) TO CL-TOT-REJECTED
        ADD DS-VAL (CL-DEPT-SUM-IDX) TO CL-TOT-VAL
        ADD DS-OPEN-REJECTS (CL-DEPT-SUM-IDX) TO CL-TOT-OPEN-REJECTS
    END-PERFORM
    IF CL-TOT-PROCESSED NOT = CL-RUN-PROCESSED
        DISPLAY "FAKTPCL: DEPARTMENT PROCESSED DOES NOT TIE TO "
            "THE RUN TOTAL"
        MOVE 'N' TO CL-TIE-SWITCH
    END-IF
    IF CL-TOT-REJECTED NOT = CL-RUN-REJECTED
        DISPLAY "FAKTPCL: DEPARTMENT REJECTED DOES NOT TIE TO "
            "THE RUN TOTAL"
        MOVE 'N' TO CL-TIE-SWITCH
    END-IF
    IF CL-TOT-VAL NOT = CL-RUN-VAL
        DISPLAY "FAKTPCL: DEPARTMENT VAL DOES NOT TIE TO THE "
            "RUN TOTAL"
        MOVE 'N' TO CL-TIE-SWITCH
    END-IF
    IF NOT CL-FIGURES-TIE
        DISPLAY "FAKTPCL: PERIOD " CL-PERIOD " NOT CLOSED - "
            "FIGURES DO NOT TIE"
    END-IF.

*> D records lowest department first, then the C record - the C
*> record is the close, so it goes last.
WRITE-CLOSE-RECORDS.
    OPEN EXTEND CLOSE-FILE
    IF CL-CLOSE-STATUS NOT = "00" AND CL-CLOSE-STATUS NOT = "05"
        DISPLAY "FAKTPCL: PERDCLS OPEN FAILED, STATUS "
            CL-CLOSE-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO CL-DONE-SWITCH
        PERFORM UNTIL CL-ALL-WRITTEN
            PERFORM PICK-NEXT-DEPT
            IF CL-PICK-IDX = 0
                SET CL-ALL-WRITTEN TO TRUE
            ELSE
                MOVE 'Y' TO DS-WRITTEN-FLAG (CL-PICK-IDX)
                MOVE SPACES TO CLOSE-RECORD
                MOVE 'D' TO PC-REC-TYPE
                MOVE CL-PERIOD TO PC-PERIOD
                MOVE DS-DEPT-CODE (CL-PICK-IDX) TO PC-D-DEPT-CODE
                MOVE DS-PROCESSED (CL-PICK-IDX) TO PC-D-PROCESSED
                MOVE DS-REJECTED (CL-PICK-IDX) TO PC-D-REJECTED
                MOVE DS-VAL (CL-PICK-IDX) TO PC-D-VAL
                MOVE DS-OPEN-REJECTS (CL-PICK-IDX)
                    TO PC-D-OPEN-REJECTS
                WRITE CLOSE-RECORD
            END-IF
        END-PERFORM
        MOVE SPACES TO CLOSE-RECORD
        MOVE 'C' TO PC-REC-TYPE
        MOVE CL-PERIOD TO PC-PERIOD
        MOVE CL-CLOSED-TS TO PC-C-CLOSED-TS
        MOVE CL-OPER-ID TO PC-C-CLOSED-BY
        MOVE CL-RUN-COUNT TO PC-C-RUN-COUNT
        MOVE CL-TOT-PROCESSED TO PC-C-PROCESSED
        MOVE CL-TOT-REJECTED TO PC-C-REJECTED
        MOVE CL-TOT-VAL TO PC-C-VAL
        MOVE CL-TOT-OPEN-REJECTS TO PC-C-OPEN-REJECTS
        WRITE CLOSE-RECORD
        CLOSE CLOSE-FILE
        DISPLAY "FAKTPCL: PERIOD " CL-PERIOD " CLOSED BY " CL-OPER-ID
    END-IF.

*> Lowest department code not yet written; 0 when none is left.
PICK-NEXT-DEPT.
    MOVE 0 TO CL-PICK-IDX
    PERFORM VARYING CL-DEPT-SUM-IDX FROM 1 BY 1
            UNTIL CL-DEPT-SUM-IDX > CL-DEPT-SUM-COUNT
        IF DS-WRITTEN-FLAG (CL-DEPT-SUM-IDX) = 'N'
            IF CL-PICK-IDX = 0
                MOVE CL-DEPT-SUM-IDX TO CL-PICK-IDX
            ELSE
                IF DS-DEPT-CODE (CL-DEPT-SUM-IDX) <
                   DS-DEPT-CODE (CL-PICK-IDX)
                    MOVE CL-DEPT-SUM-IDX TO CL-PICK-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Written whether or not the figures tied, so the difference can be
*> chased off the same page; the last line says which it was. The
*> department lines come lowest code first - when the close was
*> written that order has been taken already, so the flags are
*> reset and the pick run again.
WRITE-CLOSE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE CL-PERIOD TO HL-PERIOD
    MOVE CL-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE CL-OPER-ID TO HL-OPER-ID
    MOVE CL-OPER-NAME TO HL-OPER-NAME
    MOVE CL-CLOSED-TS (1:8) TO HL-CLOSED-DATE
    MOVE CL-CLOSED-TS (9:2) TO HL-CLOSED-HH
    MOVE CL-CLOSED-TS (11:2) TO HL-CLOSED-MI
    MOVE CL-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE CL-HEADER-LINE-3 TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING CL-DEPT-SUM-IDX FROM 1 BY 1
            UNTIL CL-DEPT-SUM-IDX > CL-DEPT-SUM-COUNT
        MOVE 'N' TO DS-WRITTEN-FLAG (CL-DEPT-SUM-IDX)
    END-PERFORM
    MOVE 'N' TO CL-DONE-SWITCH
    PERFORM UNTIL CL-ALL-WRITTEN
        PERFORM PICK-NEXT-DEPT
        IF CL-PICK-IDX = 0
            SET CL-ALL-WRITTEN TO TRUE
        ELSE
            MOVE 'Y' TO DS-WRITTEN-FLAG (CL-PICK-IDX)
            PERFORM WRITE-ONE-DEPT-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "DEPARTMENT TOTAL" TO RL-LABEL
    MOVE CL-TOT-PROCESSED TO RL-PROCESSED
    MOVE CL-TOT-REJECTED TO RL-REJECTED
    MOVE CL-TOT-VAL TO RL-VAL
    MOVE CL-RUN-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RUN TOTAL" TO RL-LABEL
    MOVE CL-RUN-PROCESSED TO RL-PROCESSED
    MOVE CL-RUN-REJECTED TO RL-REJECTED
    MOVE CL-RUN-VAL TO RL-VAL
    MOVE CL-RUN-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "COMPLETED RUNS IN PERIOD" TO CT-LABEL
    MOVE CL-RUN-COUNT TO CT-COUNT
    MOVE CL-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "ADJUSTMENT CARDS REFUSED (NOT IN TIE)" TO CT-LABEL
    MOVE CL-ADJ-REFUSED TO CT-COUNT
    MOVE CL-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "REJECTS STILL OPEN ON REJREG" TO CT-LABEL
    MOVE CL-TOT-OPEN-REJECTS TO CT-COUNT
    MOVE CL-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO CL-MESSAGE-LINE
    IF CL-FIGURES-TIE
        MOVE CL-AGREE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
        STRING "PERIOD " CL-PERIOD " CLOSED - FIGURES ARE FINAL"
            DELIMITED BY SIZE INTO CL-MESSAGE-LINE
    ELSE
        MOVE CL-DISAGREE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
        STRING "PERIOD " CL-PERIOD " NOT CLOSED - NOTHING WRITTEN"
            DELIMITED BY SIZE INTO CL-MESSAGE-LINE
    END-IF
    MOVE CL-MESSAGE-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE.

WRITE-ONE-DEPT-LINE.
    MOVE DS-DEPT-CODE (CL-PICK-IDX) TO DD-DEPT-CODE
    MOVE DS-DEPT-NAME (CL-PICK-IDX) TO DD-DEPT-NAME
    MOVE DS-PROCESSED (CL-PICK-IDX) TO DD-PROCESSED
    MOVE DS-REJECTED (CL-PICK-IDX) TO DD-REJECTED
    MOVE DS-PROCESSED (CL-PICK-IDX) TO CL-PCT-BASE
    ADD DS-REJECTED (CL-PICK-IDX) TO CL-PCT-BASE
    MOVE DS-REJECTED (CL-PICK-IDX) TO CL-PCT-NUM
    PERFORM COMPUTE-REJECT-PCT-WORK
    MOVE CL-PCT-WORK TO DD-REJ-PCT
    MOVE DS-VAL (CL-PICK-IDX) TO DD-VAL
    MOVE DS-OPEN-REJECTS (CL-PICK-IDX) TO DD-OPEN-REJECTS
    MOVE CL-DEPT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> As FAKTTRD computes it: a base of zero or less prints 0.0, a rate
*> past 999.9 prints capped.
COMPUTE-REJECT-PCT-WORK.
    IF CL-PCT-BASE NOT > 0
        MOVE 0 TO CL-PCT-WORK
    ELSE
        COMPUTE CL-PCT-WORK ROUNDED =
            CL-PCT-NUM * 100 / CL-PCT-BASE
            ON SIZE ERROR
                MOVE 999.9 TO CL-PCT-WORK
        END-COMPUTE
    END-IF.
