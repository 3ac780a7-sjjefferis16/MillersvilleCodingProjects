IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTSIN.
*> FAKTSIN is the department submission intake: it takes in every
*> submission the departments have dropped onto the shared SUBMIT
*> dataset, proves each one whole before any of it is used, and
*> builds the night's PAIRSIN from the accepted ones only. Before
*> this step the presort concatenated whatever was on the dataset,
*> and a short or doubled file was only noticed when the department
*> queried its subtotal.
*>
*> A submission (see FAKTSUBM) is accepted only when its header
*> names an active DEPTMST department with a valid submission number
*> and date, every detail carries that department, its trailer
*> matches the details counted and the input hash, and the
*> department has not already had that submission number accepted -
*> on the SUBREG register or earlier in the same dataset. Anything
*> else refuses the submission whole: none of its details reach
*> PAIRSIN, so a department is never half in the run. Records found
*> outside any header/trailer pair belong to no submission and are
*> counted, not used.
*>
*> Two passes over SUBMIT, as FAKTSHP makes over INTFOUT: the first
*> judges every submission, the second copies the accepted details.
*> The accepted details are appended to PAIRSIN, never written over
*> it: PAIRSIN is emptied by the FAKTBAT (or FAKTPAR) job once its
*> run has completed, so a second intake before that run adds its
*> pairs to the first one's instead of destroying pairs SUBREG
*> already holds as received - which could not be sent again.
*> Every submission received, accepted or refused, is then appended
*> to SUBREG with the count and hash as received, and SINRPT carries
*> one receipt acknowledgment per department, addressed to its
*> DM-CONTACT, listing each submission and whether it made the run.
*>
*> Condition codes: 0 every submission accepted, 4 at least one
*> submission refused, stray records found, or nothing submitted,
*> 16 a file would not open or the submission table overflowed -
*> nothing is written to PAIRSIN or SUBREG. SUBREG is opened for its
*> append before PAIRSIN is built, so a register that will not take
*> the night's entries stops the intake before anything is used. A
*> register write that fails after that is also 16: PAIRSIN must not
*> be run, and SUBREG holds the entries up to the one on SYSOUT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUBMIT-FILE ASSIGN TO "SUBMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SI-SUBM-STATUS.
    SELECT DEPT-FILE ASSIGN TO "DEPTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SI-DEPT-STATUS.
    SELECT OPTIONAL REGISTER-FILE ASSIGN TO "SUBREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SI-REG-STATUS.
    SELECT OPTIONAL PAIRS-FILE ASSIGN TO "PAIRSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SI-PAIRS-STATUS.
    SELECT REPORT-FILE ASSIGN TO "SINRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  SUBMIT-FILE.
01  SUBMIT-RECORD.
    COPY FAKTSUBM.
FD  DEPT-FILE.
01  DEPT-RECORD.
    COPY FAKTDEPT.
FD  REGISTER-FILE.
01  REGISTER-RECORD.
    COPY FAKTSREG.
FD  PAIRS-FILE.
01  PAIR-RECORD.
    COPY FAKTPAIR.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  SI-SUBM-STATUS               PIC X(2) VALUE SPACES.
01  SI-DEPT-STATUS               PIC X(2) VALUE SPACES.
01  SI-REG-STATUS                PIC X(2) VALUE SPACES.
01  SI-PAIRS-STATUS              PIC X(2) VALUE SPACES.
01  SI-EOF-SWITCH                PIC X VALUE 'N'.
    88 SI-EOF                    VALUE 'Y'.
01  SI-OPEN-SWITCH               PIC X VALUE 'N'.
    88 SI-SUBM-OPEN              VALUE 'Y'.
01  SI-CURRENT-DATE              PIC X(21).
01  SI-RECEIVED-TS               PIC X(14) VALUE SPACES.
01  SI-RECORDS-READ              PIC 9(7) VALUE 0.
01  SI-STRAY-COUNT               PIC 9(7) VALUE 0.
01  SI-PAIRS-WRITTEN             PIC 9(7) VALUE 0.
01  SI-ACCEPTED-COUNT            PIC 9(5) VALUE 0.
01  SI-REFUSED-COUNT             PIC 9(5) VALUE 0.
01  SI-INP-WORK                  PIC S9(10) VALUE 0.
01  SI-REASON-WORK               PIC X(2) VALUE SPACES.
01  SI-DATE-CHECK.
    05 DC-YYYY                   PIC 9(4).
    05 DC-MM                     PIC 9(2).
    05 DC-DD                     PIC 9(2).
*> DEPTMST tabled whole, as FAKTBAT tables it - but here the master
*> is not optional: intake has no "validation off" to fall back on.
01  SI-DEPT-TABLE-MAX            PIC 9(3) VALUE 200.
01  SI-DEPT-COUNT                PIC 9(3) VALUE 0.
01  SI-DEPT-TABLE.
    05 DX-ENTRY OCCURS 200 TIMES.
       10 DX-DEPT-CODE           PIC X(4).
       10 DX-DEPT-NAME           PIC X(20).
       10 DX-STATUS              PIC X(1).
       10 DX-CONTACT             PIC X(20).
01  SI-DEPT-IDX                  PIC 9(3) VALUE 0.
*> One slot per header read, in dataset order. ST-REASON-CODE spaces
*> means accepted so far; the first reason found is the one kept.
*> ST-DEPT-IDX points at the DEPTMST row (0 = no row).
01  SI-SUBM-TABLE-MAX            PIC 9(3) VALUE 500.
01  SI-SUBM-COUNT                PIC 9(3) VALUE 0.
01  SI-SUBM-TABLE.
    05 ST-ENTRY OCCURS 500 TIMES.
       10 ST-DEPT-CODE           PIC X(4).
       10 ST-SUBM-NO             PIC X(6).
       10 ST-SUBM-DATE           PIC X(8).
       10 ST-REASON-CODE         PIC X(2).
       10 ST-RECORD-COUNT        PIC 9(7).
       10 ST-HASH-TOTAL          PIC S9(13).
       10 ST-TRAILER-COUNT       PIC 9(7).
       10 ST-TRAILER-HASH        PIC S9(13).
       10 ST-DEPT-IDX            PIC 9(3).
       10 ST-PRINTED-FLAG        PIC X(1).
01  SI-SUBM-IDX                  PIC 9(3) VALUE 0.
01  SI-OTHER-IDX                 PIC 9(3) VALUE 0.
01  SI-PICK-DEPT                 PIC X(4) VALUE SPACES.
01  SI-DONE-SWITCH               PIC X VALUE 'N'.
    88 SI-ALL-PRINTED            VALUE 'Y'.
01  SI-DEPT-ACCEPTED             PIC 9(5) VALUE 0.
01  SI-DEPT-REFUSED              PIC 9(5) VALUE 0.
01  SI-HEADER-LINE-1.
    05 FILLER                    PIC X(36) VALUE
         "SUBMISSION RECEIPT ACKNOWLEDGMENT  ".
    05 FILLER                    PIC X(9) VALUE "RECEIVED ".
    05 HL-RECEIVED-DATE          PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 HL-RECEIVED-HH            PIC X(2).
    05 FILLER                    PIC X(1) VALUE ":".
    05 HL-RECEIVED-MI            PIC X(2).
    05 FILLER                    PIC X(21) VALUE SPACES.
01  SI-HEADER-LINE-2.
    05 FILLER                    PIC X(6) VALUE "TO:   ".
    05 HL-CONTACT                PIC X(20).
    05 FILLER                    PIC X(54) VALUE SPACES.
01  SI-HEADER-LINE-3.
    05 FILLER                    PIC X(6) VALUE "DEPT: ".
    05 HL-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 HL-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(48) VALUE SPACES.
01  SI-HEADER-LINE-4.
    05 FILLER                    PIC X(9) VALUE "SUBM-NO".
    05 FILLER                    PIC X(11) VALUE "SUBM DATE".
    05 FILLER                    PIC X(9) VALUE "RECORDS".
    05 FILLER                    PIC X(16) VALUE "    INPUT HASH".
    05 FILLER                    PIC X(35) VALUE "RECEIPT".
01  SI-DETAIL-LINE.
    05 DL-SUBM-NO                PIC X(6).
    05 FILLER                    PIC X(3) VALUE SPACES.
    05 DL-SUBM-DATE              PIC X(8).
    05 FILLER                    PIC X(3) VALUE SPACES.
    05 DL-RECORD-COUNT           PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-HASH-TOTAL             PIC Z(12)9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-RECEIPT                PIC X(35).
01  SI-TRAILER-LINE.
    05 FILLER                    PIC X(20) VALUE
         "  TRAILER SAID".
    05 TL-RECORD-COUNT           PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 TL-HASH-TOTAL             PIC Z(12)9-.
    05 FILLER                    PIC X(37) VALUE SPACES.
01  SI-DEPT-TOTAL-LINE.
    05 FILLER                    PIC X(12) VALUE "ACCEPTED :  ".
    05 DT-ACCEPTED               PIC ZZ,ZZ9.
    05 FILLER                    PIC X(14) VALUE "   REFUSED :  ".
    05 DT-REFUSED                PIC ZZ,ZZ9.
    05 FILLER                    PIC X(42) VALUE SPACES.
01  SI-DEPT-NOTE-LINE.
    05 FILLER                    PIC X(40) VALUE
         "A REFUSED SUBMISSION IS NOT IN THE RUN -".
    05 FILLER                    PIC X(40) VALUE
         " CORRECT IT AND SEND IT AGAIN".
01  SI-TOTALS-HEADER.
    05 FILLER                    PIC X(80) VALUE
         "SUBMISSION INTAKE TOTALS".
01  SI-TOTAL-LINE.
    05 TO-LABEL                  PIC X(30).
    05 TO-COUNT                  PIC Z,ZZZ,ZZ9.
    05 FILLER                    PIC X(41) VALUE SPACES.
01  SI-NONE-LINE.
    05 FILLER                    PIC X(80) VALUE
         "NO SUBMISSIONS RECEIVED - NOTHING ADDED TO PAIRSIN".
PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO SI-CURRENT-DATE
    MOVE SI-CURRENT-DATE (1:14) TO SI-RECEIVED-TS
    PERFORM CHECK-SUBMISSIONS
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-DEPT-MASTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-DEPARTMENTS
        PERFORM CHECK-REGISTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-REPEATS
        PERFORM OPEN-REGISTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM BUILD-PAIRS-FILE
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM WRITE-REGISTER-ENTRIES
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM WRITE-ACK-REPORT
        IF SI-REFUSED-COUNT > 0 OR SI-STRAY-COUNT > 0
           OR SI-SUBM-COUNT = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

*> First pass: tallies every submission and judges its shape and
*> balance. A header arriving while a submission is still open ends
*> that submission without a trailer.
CHECK-SUBMISSIONS.
    OPEN INPUT SUBMIT-FILE
    IF SI-SUBM-STATUS NOT = "00"
        DISPLAY "FAKTSIN: SUBMIT OPEN FAILED, STATUS "
            SI-SUBM-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL SI-EOF
            READ SUBMIT-FILE
                AT END
                    SET SI-EOF TO TRUE
                NOT AT END
                    ADD 1 TO SI-RECORDS-READ
                    PERFORM CHECK-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE SUBMIT-FILE
        IF SI-SUBM-OPEN
            PERFORM CLOSE-UNTERMINATED
        END-IF
    END-IF.

CHECK-ONE-RECORD.
    EVALUATE SB-REC-TYPE
        WHEN 'H'
            IF SI-SUBM-OPEN
                PERFORM CLOSE-UNTERMINATED
            END-IF
            PERFORM OPEN-SUBMISSION
        WHEN 'D'
            IF SI-SUBM-OPEN
                PERFORM TALLY-DETAIL
            ELSE
                ADD 1 TO SI-STRAY-COUNT
            END-IF
        WHEN 'T'
            IF SI-SUBM-OPEN
                PERFORM CLOSE-SUBMISSION
            ELSE
                ADD 1 TO SI-STRAY-COUNT
            END-IF
        WHEN OTHER
            IF SI-SUBM-OPEN
                MOVE "RT" TO SI-REASON-WORK
                PERFORM REFUSE-SUBMISSION
            ELSE
                ADD 1 TO SI-STRAY-COUNT
            END-IF
    END-EVALUATE.

OPEN-SUBMISSION.
    IF SI-SUBM-COUNT >= SI-SUBM-TABLE-MAX
        DISPLAY "FAKTSIN: MORE THAN " SI-SUBM-TABLE-MAX
            " SUBMISSIONS ON SUBMIT - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET SI-EOF TO TRUE
    ELSE
        ADD 1 TO SI-SUBM-COUNT
        MOVE SI-SUBM-COUNT TO SI-SUBM-IDX
        MOVE SB-H-DEPT-CODE TO ST-DEPT-CODE (SI-SUBM-IDX)
        MOVE SB-H-SUBM-NO TO ST-SUBM-NO (SI-SUBM-IDX)
        MOVE SB-H-SUBM-DATE TO ST-SUBM-DATE (SI-SUBM-IDX)
        MOVE SPACES TO ST-REASON-CODE (SI-SUBM-IDX)
        MOVE 0 TO ST-RECORD-COUNT (SI-SUBM-IDX)
        MOVE 0 TO ST-HASH-TOTAL (SI-SUBM-IDX)
        MOVE 0 TO ST-TRAILER-COUNT (SI-SUBM-IDX)
        MOVE 0 TO ST-TRAILER-HASH (SI-SUBM-IDX)
        MOVE 0 TO ST-DEPT-IDX (SI-SUBM-IDX)
        MOVE 'N' TO ST-PRINTED-FLAG (SI-SUBM-IDX)
        SET SI-SUBM-OPEN TO TRUE
        IF SB-H-SUBM-DATE IS NUMERIC
            MOVE SB-H-SUBM-DATE TO SI-DATE-CHECK
        ELSE
            MOVE 0 TO DC-YYYY
            MOVE 0 TO DC-MM
            MOVE 0 TO DC-DD
        END-IF
        IF SB-H-SUBM-NO NOT NUMERIC
           OR SB-H-SUBM-NO = ZEROES
           OR DC-YYYY < 1990 OR DC-MM < 1 OR DC-MM > 12
           OR DC-DD < 1 OR DC-DD > 31
            MOVE "BH" TO SI-REASON-WORK
            PERFORM REFUSE-SUBMISSION
        END-IF
    END-IF.

*> The input hash is FAKTSUBM's: the whole-number values of both
*> inputs, summed, a non-numeric input counting zero - the same
*> TEST-NUMVAL/NUMVAL reading FAKTBAT gives the fields.
TALLY-DETAIL.
    ADD 1 TO ST-RECORD-COUNT (SI-SUBM-IDX)
    IF FUNCTION TEST-NUMVAL (SB-D-FIRST-INP) = 0
        COMPUTE SI-INP-WORK = FUNCTION NUMVAL (SB-D-FIRST-INP)
        ADD SI-INP-WORK TO ST-HASH-TOTAL (SI-SUBM-IDX)
    END-IF
    IF FUNCTION TEST-NUMVAL (SB-D-LAST-INP) = 0
        COMPUTE SI-INP-WORK = FUNCTION NUMVAL (SB-D-LAST-INP)
        ADD SI-INP-WORK TO ST-HASH-TOTAL (SI-SUBM-IDX)
    END-IF
    IF SB-D-DEPT-CODE NOT = ST-DEPT-CODE (SI-SUBM-IDX)
        MOVE "DX" TO SI-REASON-WORK
        PERFORM REFUSE-SUBMISSION
    END-IF.

CLOSE-SUBMISSION.
    MOVE 'N' TO SI-OPEN-SWITCH
    IF SB-T-RECORD-COUNT IS NUMERIC
        MOVE SB-T-RECORD-COUNT TO ST-TRAILER-COUNT (SI-SUBM-IDX)
    END-IF
    IF SB-T-HASH-TOTAL IS NUMERIC
        MOVE SB-T-HASH-TOTAL TO ST-TRAILER-HASH (SI-SUBM-IDX)
    END-IF
    IF SB-T-RECORD-COUNT NOT NUMERIC
       OR SB-T-RECORD-COUNT NOT = ST-RECORD-COUNT (SI-SUBM-IDX)
        MOVE "CT" TO SI-REASON-WORK
        PERFORM REFUSE-SUBMISSION
    ELSE
     IF SB-T-HASH-TOTAL NOT NUMERIC
        OR SB-T-HASH-TOTAL NOT = ST-HASH-TOTAL (SI-SUBM-IDX)
        MOVE "HS" TO SI-REASON-WORK
        PERFORM REFUSE-SUBMISSION
     END-IF
    END-IF.

CLOSE-UNTERMINATED.
    MOVE 'N' TO SI-OPEN-SWITCH
    MOVE "NT" TO SI-REASON-WORK
    PERFORM REFUSE-SUBMISSION.

*> The first reason found stands - it is the one the department has
*> to fix first.
REFUSE-SUBMISSION.
    IF ST-REASON-CODE (SI-SUBM-IDX) = SPACES
        MOVE SI-REASON-WORK TO ST-REASON-CODE (SI-SUBM-IDX)
    END-IF.

LOAD-DEPT-MASTER.
    OPEN INPUT DEPT-FILE
    IF SI-DEPT-STATUS NOT = "00"
        DISPLAY "FAKTSIN: DEPTMST OPEN FAILED, STATUS "
            SI-DEPT-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO SI-EOF-SWITCH
        PERFORM UNTIL SI-EOF
            READ DEPT-FILE
                AT END
                    SET SI-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-DEPT
            END-READ
        END-PERFORM
        CLOSE DEPT-FILE
    END-IF.

LOAD-ONE-DEPT.
    IF SI-DEPT-COUNT >= SI-DEPT-TABLE-MAX
        DISPLAY "FAKTSIN: DEPTMST EXCEEDS " SI-DEPT-TABLE-MAX
            " ROWS - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET SI-EOF TO TRUE
    ELSE
        ADD 1 TO SI-DEPT-COUNT
        MOVE DM-DEPT-CODE TO DX-DEPT-CODE (SI-DEPT-COUNT)
        MOVE DM-DEPT-NAME TO DX-DEPT-NAME (SI-DEPT-COUNT)
        MOVE DM-STATUS TO DX-STATUS (SI-DEPT-COUNT)
        MOVE DM-CONTACT TO DX-CONTACT (SI-DEPT-COUNT)
    END-IF.

*> An inactive row still supplies the contact the refusal goes back
*> to; only an active row lets the submission in.
CHECK-DEPARTMENTS.
    PERFORM VARYING SI-SUBM-IDX FROM 1 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
        PERFORM VARYING SI-DEPT-IDX FROM 1 BY 1
                UNTIL SI-DEPT-IDX > SI-DEPT-COUNT
                   OR ST-DEPT-IDX (SI-SUBM-IDX) NOT = 0
            IF DX-DEPT-CODE (SI-DEPT-IDX) = ST-DEPT-CODE (SI-SUBM-IDX)
                MOVE SI-DEPT-IDX TO ST-DEPT-IDX (SI-SUBM-IDX)
            END-IF
        END-PERFORM
        IF ST-DEPT-IDX (SI-SUBM-IDX) = 0
            MOVE "DN" TO SI-REASON-WORK
            PERFORM REFUSE-SUBMISSION
        ELSE
         IF DX-STATUS (ST-DEPT-IDX (SI-SUBM-IDX)) NOT = 'A'
            MOVE "DN" TO SI-REASON-WORK
            PERFORM REFUSE-SUBMISSION
         END-IF
        END-IF
    END-PERFORM.

*> One pass over the register: every accepted entry refuses any
*> submission on SUBMIT carrying the same department and number. An
*> empty or new register (OPTIONAL) simply has nothing to match.
CHECK-REGISTER.
    OPEN INPUT REGISTER-FILE
    IF SI-REG-STATUS NOT = "00" AND SI-REG-STATUS NOT = "05"
        DISPLAY "FAKTSIN: SUBREG OPEN FAILED, STATUS "
            SI-REG-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO SI-EOF-SWITCH
        PERFORM UNTIL SI-EOF
            READ REGISTER-FILE
                AT END
                    SET SI-EOF TO TRUE
                NOT AT END
                    IF SR-STATUS = 'A'
                        PERFORM MATCH-REGISTER-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGISTER-FILE
    END-IF.

MATCH-REGISTER-ENTRY.
    PERFORM VARYING SI-SUBM-IDX FROM 1 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
        IF ST-DEPT-CODE (SI-SUBM-IDX) = SR-DEPT-CODE
           AND ST-SUBM-NO (SI-SUBM-IDX) = SR-SUBM-NO
            MOVE "DU" TO SI-REASON-WORK
            PERFORM REFUSE-SUBMISSION
        END-IF
    END-PERFORM.

*> A number dropped twice on the same night: the first copy that
*> passes everything else is the one taken in.
CHECK-REPEATS.
    PERFORM VARYING SI-SUBM-IDX FROM 2 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
        PERFORM VARYING SI-OTHER-IDX FROM 1 BY 1
                UNTIL SI-OTHER-IDX >= SI-SUBM-IDX
            IF ST-DEPT-CODE (SI-OTHER-IDX) = ST-DEPT-CODE (SI-SUBM-IDX)
               AND ST-SUBM-NO (SI-OTHER-IDX) = ST-SUBM-NO (SI-SUBM-IDX)
               AND ST-REASON-CODE (SI-OTHER-IDX) = SPACES
                MOVE "DU" TO SI-REASON-WORK
                PERFORM REFUSE-SUBMISSION
            END-IF
        END-PERFORM
    END-PERFORM.

*> Second pass: walks SUBMIT with the same header/trailer rules as
*> the first, so SI-SUBM-IDX lands on the same slot each header
*> took, and copies the details of accepted submissions only.
BUILD-PAIRS-FILE.
    OPEN EXTEND PAIRS-FILE
    IF SI-PAIRS-STATUS NOT = "00" AND SI-PAIRS-STATUS NOT = "05"
        DISPLAY "FAKTSIN: PAIRSIN OPEN FAILED, STATUS "
            SI-PAIRS-STATUS " - NOTHING TAKEN IN"
        MOVE 16 TO RETURN-CODE
        CLOSE REGISTER-FILE
    ELSE
        OPEN INPUT SUBMIT-FILE
        MOVE 'N' TO SI-EOF-SWITCH
        MOVE 'N' TO SI-OPEN-SWITCH
        MOVE 0 TO SI-SUBM-IDX
        PERFORM UNTIL SI-EOF
            READ SUBMIT-FILE
                AT END
                    SET SI-EOF TO TRUE
                NOT AT END
                    PERFORM COPY-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE SUBMIT-FILE
        CLOSE PAIRS-FILE
    END-IF.

COPY-ONE-RECORD.
    EVALUATE SB-REC-TYPE
        WHEN 'H'
            ADD 1 TO SI-SUBM-IDX
            SET SI-SUBM-OPEN TO TRUE
        WHEN 'D'
            IF SI-SUBM-OPEN
                IF ST-REASON-CODE (SI-SUBM-IDX) = SPACES
                    MOVE SB-DETAIL TO PAIR-RECORD
                    WRITE PAIR-RECORD
                    ADD 1 TO SI-PAIRS-WRITTEN
                END-IF
            END-IF
        WHEN 'T'
            MOVE 'N' TO SI-OPEN-SWITCH
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> The register is OPTIONAL, so a first night creates it (05).
OPEN-REGISTER.
    OPEN EXTEND REGISTER-FILE
    IF SI-REG-STATUS NOT = "00" AND SI-REG-STATUS NOT = "05"
        DISPLAY "FAKTSIN: SUBREG OPEN FAILED, STATUS "
            SI-REG-STATUS " - NOTHING TAKEN IN"
        MOVE 16 TO RETURN-CODE
    END-IF.

WRITE-REGISTER-ENTRIES.
    PERFORM VARYING SI-SUBM-IDX FROM 1 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
               OR RETURN-CODE = 16
        MOVE ST-DEPT-CODE (SI-SUBM-IDX) TO SR-DEPT-CODE
        MOVE ST-SUBM-NO (SI-SUBM-IDX) TO SR-SUBM-NO
        MOVE ST-SUBM-DATE (SI-SUBM-IDX) TO SR-SUBM-DATE
        MOVE SI-RECEIVED-TS TO SR-RECEIVED-TS
        MOVE ST-REASON-CODE (SI-SUBM-IDX) TO SR-REASON-CODE
        MOVE ST-RECORD-COUNT (SI-SUBM-IDX) TO SR-RECORD-COUNT
        MOVE ST-HASH-TOTAL (SI-SUBM-IDX) TO SR-HASH-TOTAL
        IF ST-REASON-CODE (SI-SUBM-IDX) = SPACES
            MOVE 'A' TO SR-STATUS
            ADD 1 TO SI-ACCEPTED-COUNT
        ELSE
            MOVE 'R' TO SR-STATUS
            ADD 1 TO SI-REFUSED-COUNT
            DISPLAY "FAKTSIN: REFUSED " ST-DEPT-CODE (SI-SUBM-IDX)
                " SUBMISSION " ST-SUBM-NO (SI-SUBM-IDX)
                " REASON " ST-REASON-CODE (SI-SUBM-IDX)
        END-IF
        WRITE REGISTER-RECORD
        IF SI-REG-STATUS NOT = "00"
            DISPLAY "FAKTSIN: SUBREG WRITE FAILED FOR "
                ST-DEPT-CODE (SI-SUBM-IDX) " SUBMISSION "
                ST-SUBM-NO (SI-SUBM-IDX) ", STATUS " SI-REG-STATUS
                " - HOLD PAIRSIN"
            MOVE 16 TO RETURN-CODE
        END-IF
    END-PERFORM
    CLOSE REGISTER-FILE.

*> One acknowledgment per department that sent anything, lowest
*> department code first (FAKTRJR's pick-the-next-lowest grouping),
*> then the intake totals for operations.
WRITE-ACK-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SI-CURRENT-DATE (1:8) TO HL-RECEIVED-DATE
    MOVE SI-CURRENT-DATE (9:2) TO HL-RECEIVED-HH
    MOVE SI-CURRENT-DATE (11:2) TO HL-RECEIVED-MI
    IF SI-SUBM-COUNT = 0
        MOVE SI-NONE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    PERFORM UNTIL SI-ALL-PRINTED
        PERFORM PICK-NEXT-DEPT
        IF NOT SI-ALL-PRINTED
            PERFORM PRINT-ONE-DEPT
        END-IF
    END-PERFORM
    PERFORM WRITE-INTAKE-TOTALS
    CLOSE REPORT-FILE.

PICK-NEXT-DEPT.
    MOVE HIGH-VALUES TO SI-PICK-DEPT
    PERFORM VARYING SI-SUBM-IDX FROM 1 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
        IF ST-PRINTED-FLAG (SI-SUBM-IDX) = 'N'
           AND ST-DEPT-CODE (SI-SUBM-IDX) < SI-PICK-DEPT
            MOVE ST-DEPT-CODE (SI-SUBM-IDX) TO SI-PICK-DEPT
            MOVE SI-SUBM-IDX TO SI-OTHER-IDX
        END-IF
    END-PERFORM
    IF SI-PICK-DEPT = HIGH-VALUES
        SET SI-ALL-PRINTED TO TRUE
    END-IF.

*> SI-OTHER-IDX is the picked department's first submission; its
*> DEPTMST row, if any, addresses the acknowledgment. A code with no
*> row has nobody to go to and is addressed to operations.
PRINT-ONE-DEPT.
    MOVE SI-PICK-DEPT TO HL-DEPT-CODE
    IF ST-DEPT-IDX (SI-OTHER-IDX) = 0
        MOVE "OPERATIONS" TO HL-CONTACT
        MOVE "*** NOT ON DEPTMST" TO HL-DEPT-NAME
    ELSE
        MOVE DX-CONTACT (ST-DEPT-IDX (SI-OTHER-IDX)) TO HL-CONTACT
        MOVE DX-DEPT-NAME (ST-DEPT-IDX (SI-OTHER-IDX)) TO HL-DEPT-NAME
    END-IF
    MOVE SI-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SI-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SI-HEADER-LINE-3 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SI-HEADER-LINE-4 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 0 TO SI-DEPT-ACCEPTED
    MOVE 0 TO SI-DEPT-REFUSED
    PERFORM VARYING SI-SUBM-IDX FROM 1 BY 1
            UNTIL SI-SUBM-IDX > SI-SUBM-COUNT
        IF ST-DEPT-CODE (SI-SUBM-IDX) = SI-PICK-DEPT
            PERFORM PRINT-ONE-SUBMISSION
            MOVE 'Y' TO ST-PRINTED-FLAG (SI-SUBM-IDX)
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SI-DEPT-ACCEPTED TO DT-ACCEPTED
    MOVE SI-DEPT-REFUSED TO DT-REFUSED
    MOVE SI-DEPT-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF SI-DEPT-REFUSED > 0
        MOVE SI-DEPT-NOTE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

PRINT-ONE-SUBMISSION.
    MOVE ST-SUBM-NO (SI-SUBM-IDX) TO DL-SUBM-NO
    MOVE ST-SUBM-DATE (SI-SUBM-IDX) TO DL-SUBM-DATE
    MOVE ST-RECORD-COUNT (SI-SUBM-IDX) TO DL-RECORD-COUNT
    MOVE ST-HASH-TOTAL (SI-SUBM-IDX) TO DL-HASH-TOTAL
    IF ST-REASON-CODE (SI-SUBM-IDX) = SPACES
        ADD 1 TO SI-DEPT-ACCEPTED
    ELSE
        ADD 1 TO SI-DEPT-REFUSED
    END-IF
    EVALUATE ST-REASON-CODE (SI-SUBM-IDX)
        WHEN SPACES
            MOVE "ACCEPTED - IN TONIGHT'S RUN" TO DL-RECEIPT
        WHEN "BH"
            MOVE "REFUSED - HEADER NOT VALID" TO DL-RECEIPT
        WHEN "DN"
            MOVE "REFUSED - DEPT NOT ACTIVE" TO DL-RECEIPT
        WHEN "DX"
            MOVE "REFUSED - ANOTHER DEPT'S LOTS" TO DL-RECEIPT
        WHEN "RT"
            MOVE "REFUSED - UNKNOWN RECORD TYPE" TO DL-RECEIPT
        WHEN "NT"
            MOVE "REFUSED - NO TRAILER" TO DL-RECEIPT
        WHEN "CT"
            MOVE "REFUSED - COUNT NOT AS TRAILER" TO DL-RECEIPT
        WHEN "HS"
            MOVE "REFUSED - HASH NOT AS TRAILER" TO DL-RECEIPT
        WHEN "DU"
            MOVE "REFUSED - ALREADY RECEIVED" TO DL-RECEIPT
        WHEN OTHER
            MOVE "REFUSED" TO DL-RECEIPT
    END-EVALUATE
    MOVE SI-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF ST-REASON-CODE (SI-SUBM-IDX) = "CT"
       OR ST-REASON-CODE (SI-SUBM-IDX) = "HS"
        MOVE ST-TRAILER-COUNT (SI-SUBM-IDX) TO TL-RECORD-COUNT
        MOVE ST-TRAILER-HASH (SI-SUBM-IDX) TO TL-HASH-TOTAL
        MOVE SI-TRAILER-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

WRITE-INTAKE-TOTALS.
    MOVE SI-TOTALS-HEADER TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "SUBMISSIONS RECEIVED    :" TO TO-LABEL
    MOVE SI-SUBM-COUNT TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "SUBMISSIONS ACCEPTED    :" TO TO-LABEL
    MOVE SI-ACCEPTED-COUNT TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "SUBMISSIONS REFUSED     :" TO TO-LABEL
    MOVE SI-REFUSED-COUNT TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RECORDS READ            :" TO TO-LABEL
    MOVE SI-RECORDS-READ TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "PAIRS WRITTEN TO PAIRSIN:" TO TO-LABEL
    MOVE SI-PAIRS-WRITTEN TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "STRAY RECORDS IGNORED   :" TO TO-LABEL
    MOVE SI-STRAY-COUNT TO TO-COUNT
    MOVE SI-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    DISPLAY "FAKTSIN: " SI-ACCEPTED-COUNT " ACCEPTED, "
        SI-REFUSED-COUNT " REFUSED, " SI-PAIRS-WRITTEN
        " PAIRS TO PAIRSIN".
