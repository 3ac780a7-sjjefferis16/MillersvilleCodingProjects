*> D records whose run-id and date match no R record are from a run
*> that never completed and are ignored, the same way the ledger
*> refuses an INTFOUT file with no trailer.
*> Adjustment runs (FAKTADJ, run type A) report net: the run line's
*> processed figure is its entries less twice its reversals, and its
*> X records come off the departments they reversed out of, so the
*> month-to-date and department figures show what actually stands
*> on the ledger. A net figure can go negative and prints signed.
*> A month FAKTPCL has closed is final: after its month-to-date line
*> comes a FIN line with the frozen figures from its PERDCLS close
*> record, marked CLOSED. The two agree unless RUNHIST has changed
*> since the close, which is itself worth seeing - except that the
*> close counts rejects by department, so an adjustment run's refused
*> cards are in the MTD rejected figure and not the FIN one.
*>
*> TRDPARM card (one card, fixed columns - blank field = no limit):
*>   1-8   date from, YYYYMMDD      9-16  date to, YYYYMMDD
*>
*> Condition codes: 0 done, 4 no run in the range, 16 RUNHIST or an
*> allocated PERDCLS would not open or a capacity table overflowed -
*> narrow the range.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "TRDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
*> Not OPTIONAL: an unallocated PERDCLS (status 35) means no month is
*> shown as closed; one that will not open refuses the report.
    SELECT CLOSE-FILE ASSIGN TO "PERDCLS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-CLOSE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
    05 TP-DATE-TO                PIC X(8).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
FD  CLOSE-FILE.
01  CLOSE-RECORD.
    COPY FAKTPCLS.
WORKING-STORAGE SECTION.
01  TD-HISTORY-STATUS            PIC X(2) VALUE SPACES.
01  TD-CLOSE-STATUS              PIC X(2) VALUE SPACES.
01  TD-EOF-SWITCH                PIC X VALUE 'N'.
    88 TD-EOF                    VALUE 'Y'.
01  TD-DATE-FROM                 PIC X(8) VALUE SPACES.
       10 RN-RUN-DATE            PIC X(8).
       10 RN-RUN-TYPE            PIC X(1).
       10 RN-RUN-MODE            PIC X(1).
       10 RN-PROCESSED           PIC S9(7).
       10 RN-REJECTED            PIC 9(7).
       10 RN-VAL                 PIC S9(13).
01  TD-RUN-IDX                   PIC 9(4) VALUE 0.
       10 DH-RUN-ID              PIC X(8).
       10 DH-RUN-DATE            PIC X(8).
       10 DH-DEPT-CODE           PIC X(4).
       10 DH-PROCESSED           PIC S9(7).
       10 DH-REJECTED            PIC 9(7).
       10 DH-VAL                 PIC S9(13).
01  TD-DEPT-REC-IDX              PIC 9(4) VALUE 0.
01  TD-DEPT-SUM-TABLE.
    05 TD-DEPT-SUM-ENTRY OCCURS 200 TIMES.
       10 DS-DEPT-CODE           PIC X(4).
       10 DS-PROCESSED           PIC S9(9).
       10 DS-REJECTED            PIC 9(9).
       10 DS-VAL                 PIC S9(13).
01  TD-DEPT-SUM-IDX              PIC 9(3) VALUE 0.
01  TD-MATCH-SWITCH              PIC X VALUE 'N'.
    88 TD-RUN-MATCHED            VALUE 'Y'.
01  TD-MTD-MONTH                 PIC X(6) VALUE SPACES.
01  TD-MTD-PROCESSED             PIC S9(9) VALUE 0.
01  TD-MTD-REJECTED              PIC 9(9) VALUE 0.
01  TD-MTD-VAL                   PIC S9(13) VALUE 0.
01  TD-PCT-WORK                  PIC 9(3)V9 VALUE 0.
01  TD-PCT-NUM                   PIC 9(9) VALUE 0.
01  TD-PCT-BASE                  PIC S9(9) VALUE 0.
01  TD-REVERSED-WORK             PIC 9(4) VALUE 0.
*> PERDCLS C records - ten years of closed months.
01  TD-CLOSE-TABLE-MAX           PIC 9(3) VALUE 120.
01  TD-CLOSE-COUNT               PIC 9(3) VALUE 0.
01  TD-CLOSE-TABLE.
    05 TD-CLOSE-ENTRY OCCURS 120 TIMES.
       10 CM-PERIOD              PIC X(6).
       10 CM-PROCESSED           PIC S9(9).
       10 CM-REJECTED            PIC 9(9).
       10 CM-VAL                 PIC S9(13).
01  TD-CLOSE-IDX                 PIC 9(3) VALUE 0.
01  TD-CLOSE-HIT-IDX             PIC 9(3) VALUE 0.
01  TD-HEADER-LINE-1.
    05 FILLER                    PIC X(29) VALUE
         "RUN HISTORY TREND REPORT     ".
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-RUN-MODE               PIC X(1).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-PROCESSED              PIC ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-REJECTED               PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-REJ-PCT                PIC ZZ9.9.
    05 FILLER                    PIC X(4) VALUE "MTD ".
    05 MT-MONTH                  PIC X(6).
    05 FILLER                    PIC X(14) VALUE SPACES.
    05 MT-PROCESSED              PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 MT-REJECTED               PIC ZZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 MT-REJ-PCT                PIC ZZ9.9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 MT-VAL                    PIC Z(12)9-.
    05 FILLER                    PIC X(9) VALUE SPACES.
01  TD-FINAL-LINE.
    05 FILLER                    PIC X(4) VALUE "FIN ".
    05 FL-MONTH                  PIC X(6).
    05 FILLER                    PIC X(14) VALUE SPACES.
    05 FL-PROCESSED              PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 FL-REJECTED               PIC ZZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FL-REJ-PCT                PIC ZZ9.9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FL-VAL                    PIC Z(12)9-.
    05 FILLER                    PIC X(9) VALUE "  CLOSED".
01  TD-DEPT-HEADER-LINE.
    05 FILLER                    PIC X(10) VALUE "DEPT".
    05 FILLER                    PIC X(12) VALUE " PROCESSED".
01  TD-DEPT-LINE.
    05 DD-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DD-PROCESSED              PIC ZZZ,ZZZ,ZZ9-.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DD-REJECTED               PIC ZZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DD-REJ-PCT                PIC ZZ9.9.
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
        IF RETURN-CODE NOT = 16
            PERFORM LOAD-CLOSED-PERIODS
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM ACCUMULATE-DEPT-SUMMARY
            PERFORM WRITE-TREND-REPORT
    END-READ
    CLOSE PARM-FILE.

*> Only the C records matter here - a C record is the close.
LOAD-CLOSED-PERIODS.
    OPEN INPUT CLOSE-FILE
    IF TD-CLOSE-STATUS = "35"
        CONTINUE
    ELSE
     IF TD-CLOSE-STATUS NOT = "00"
        DISPLAY "FAKTTRD: PERDCLS OPEN FAILED, STATUS "
            TD-CLOSE-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO TD-EOF-SWITCH
        PERFORM UNTIL TD-EOF
            READ CLOSE-FILE
                AT END
                    SET TD-EOF TO TRUE
                NOT AT END
                    IF PC-REC-TYPE = 'C'
                        PERFORM LOAD-CLOSE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-FILE
     END-IF
    END-IF.

LOAD-CLOSE-RECORD.
    IF TD-CLOSE-COUNT >= TD-CLOSE-TABLE-MAX
        DISPLAY "FAKTTRD: MORE THAN " TD-CLOSE-TABLE-MAX
            " CLOSED PERIODS ON PERDCLS"
        MOVE 16 TO RETURN-CODE
        SET TD-EOF TO TRUE
    ELSE
        ADD 1 TO TD-CLOSE-COUNT
        MOVE PC-PERIOD TO CM-PERIOD (TD-CLOSE-COUNT)
        MOVE PC-C-PROCESSED TO CM-PROCESSED (TD-CLOSE-COUNT)
        MOVE PC-C-REJECTED TO CM-REJECTED (TD-CLOSE-COUNT)
        MOVE PC-C-VAL TO CM-VAL (TD-CLOSE-COUNT)
    END-IF.

LOAD-ONE-HISTORY-RECORD.
    IF (TD-DATE-FROM = SPACES OR RH-RUN-DATE >= TD-DATE-FROM)
       AND (TD-DATE-TO = SPACES OR RH-RUN-DATE <= TD-DATE-TO)
        IF RH-REC-TYPE = 'R'
            PERFORM LOAD-RUN-RECORD
        ELSE
            IF RH-REC-TYPE = 'D' OR RH-REC-TYPE = 'X'
                PERFORM LOAD-DEPT-RECORD
            END-IF
        END-IF
        MOVE RH-R-RUN-TYPE TO RN-RUN-TYPE (TD-RUN-COUNT)
        MOVE RH-R-RUN-MODE TO RN-RUN-MODE (TD-RUN-COUNT)
        MOVE RH-R-PROCESSED TO RN-PROCESSED (TD-RUN-COUNT)
*> Records written before RH-R-REVERSED existed carry spaces there.
        IF RH-R-RUN-TYPE = 'A' AND RH-R-REVERSED IS NUMERIC
            MOVE RH-R-REVERSED TO TD-REVERSED-WORK
            COMPUTE RN-PROCESSED (TD-RUN-COUNT) =
                RH-R-PROCESSED - (2 * TD-REVERSED-WORK)
        END-IF
        MOVE RH-R-REJECTED TO RN-REJECTED (TD-RUN-COUNT)
        MOVE RH-R-GRAND-VAL TO RN-VAL (TD-RUN-COUNT)
    END-IF.
        MOVE RH-RUN-DATE TO DH-RUN-DATE (TD-DEPT-REC-COUNT)
        MOVE RH-D-DEPT-CODE TO DH-DEPT-CODE (TD-DEPT-REC-COUNT)
        MOVE RH-D-PROCESSED TO DH-PROCESSED (TD-DEPT-REC-COUNT)
*> An X record's lots come back out of the department; its VAL is
*> already the negated original.
        IF RH-REC-TYPE = 'X'
            COMPUTE DH-PROCESSED (TD-DEPT-REC-COUNT) =
                0 - RH-D-PROCESSED
        END-IF
        MOVE RH-D-REJECTED TO DH-REJECTED (TD-DEPT-REC-COUNT)
        MOVE RH-D-VAL TO DH-VAL (TD-DEPT-REC-COUNT)
    END-IF.

*> Reject percentage = rejected over everything submitted; a base of
*> zero (a run that read nothing) prints as 0.0 rather than dividing.
*> A net-negative base (adjustment reversals outweighing what was
*> processed) prints 0.0 the same way, and a rate past 999.9 - only
*> possible against a netted-down base - prints capped.
COMPUTE-REJECT-PCT-WORK.
    IF TD-PCT-BASE NOT > 0
        MOVE 0 TO TD-PCT-WORK
    ELSE
        COMPUTE TD-PCT-WORK ROUNDED =
            TD-PCT-NUM * 100 / TD-PCT-BASE
            ON SIZE ERROR
                MOVE 999.9 TO TD-PCT-WORK
        END-COMPUTE
    END-IF.

WRITE-MTD-LINE.
    MOVE TD-MTD-VAL TO MT-VAL
    MOVE TD-MTD-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 0 TO TD-CLOSE-HIT-IDX
    PERFORM VARYING TD-CLOSE-IDX FROM 1 BY 1
            UNTIL TD-CLOSE-IDX > TD-CLOSE-COUNT
        IF CM-PERIOD (TD-CLOSE-IDX) = TD-MTD-MONTH
            MOVE TD-CLOSE-IDX TO TD-CLOSE-HIT-IDX
        END-IF
    END-PERFORM
    IF TD-CLOSE-HIT-IDX > 0
        PERFORM WRITE-FINAL-LINE
    END-IF
    MOVE SPACES TO TD-MTD-MONTH
    MOVE 0 TO TD-MTD-PROCESSED
    MOVE 0 TO TD-MTD-REJECTED
    MOVE 0 TO TD-MTD-VAL.

*> The month's frozen figures, as FAKTPCL wrote them at the close.
WRITE-FINAL-LINE.
    MOVE TD-MTD-MONTH TO FL-MONTH
    MOVE CM-PROCESSED (TD-CLOSE-HIT-IDX) TO FL-PROCESSED
    MOVE CM-REJECTED (TD-CLOSE-HIT-IDX) TO FL-REJECTED
    MOVE CM-PROCESSED (TD-CLOSE-HIT-IDX) TO TD-PCT-BASE
    ADD CM-REJECTED (TD-CLOSE-HIT-IDX) TO TD-PCT-BASE
    MOVE CM-REJECTED (TD-CLOSE-HIT-IDX) TO TD-PCT-NUM
    PERFORM COMPUTE-REJECT-PCT-WORK
    MOVE TD-PCT-WORK TO FL-REJ-PCT
    MOVE CM-VAL (TD-CLOSE-HIT-IDX) TO FL-VAL
    MOVE TD-FINAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

WRITE-ONE-DEPT-LINE.
    MOVE DS-DEPT-CODE (TD-DEPT-SUM-IDX) TO DD-DEPT-CODE
    MOVE DS-PROCESSED (TD-DEPT-SUM-IDX) TO DD-PROCESSED
