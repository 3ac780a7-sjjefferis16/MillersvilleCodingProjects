IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTLMH.
*> FAKTLMH is the LOTMST housekeeping step. The lot master only ever
*> grows - every processed lot is posted and nothing removes one -
*> so this program makes one sequential pass over the cluster and
*> deletes rows whose LM-RUN-DATE is older than the LMHPARM
*> retention window. A lot aged off can be submitted again without a
*> PL reject, so the window must be longer than any department could
*> plausibly hold and resend a lot; the master exists for the weeks
*> after processing, not for all time. Reversed rows (status X) age
*> off on the same date test - they block nothing while they wait.
*>
*> LMHPARM card: cols 1-3, retention window in days (001-999) - a
*> row processed further back than this is purged.
*>
*> Condition codes: 0 purge done, 16 bad or missing card or the
*> cluster would not open - nothing deleted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOT-MASTER-FILE ASSIGN TO "LOTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LM-LOT-ID
        FILE STATUS IS LH-LOTM-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "LMHPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "LMHRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  LOT-MASTER-FILE.
01  LOT-MASTER-RECORD.
    COPY FAKTLOTM.
FD  PARM-FILE.
01  PARM-RECORD.
    05 HP-RETAIN-DAYS            PIC X(3).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  LH-LOTM-STATUS               PIC X(2) VALUE SPACES.
01  LH-EOF-SWITCH                PIC X VALUE 'N'.
    88 LH-EOF                    VALUE 'Y'.
01  LH-PARM-OK-SWITCH            PIC X VALUE 'N'.
    88 LH-PARM-OK                VALUE 'Y'.
01  LH-RETAIN-DAYS               PIC 9(3) VALUE 0.
01  LH-CURRENT-DATE              PIC X(21).
01  LH-TODAY-INTEGER             PIC S9(9) VALUE 0.
01  LH-CUTOFF-INTEGER            PIC S9(9) VALUE 0.
01  LH-CUTOFF-DATE               PIC 9(8) VALUE 0.
01  LH-READ-COUNT                PIC 9(7) VALUE 0.
01  LH-PURGED-COUNT              PIC 9(7) VALUE 0.
01  LH-REVERSED-PURGED           PIC 9(7) VALUE 0.
01  LH-RETAINED-COUNT            PIC 9(7) VALUE 0.
01  LH-HEADER-LINE-1.
    05 FILLER                    PIC X(29) VALUE
         "LOT MASTER HOUSEKEEPING AS OF".
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(9) VALUE "  CUTOFF ".
    05 HL-CUTOFF                 PIC 9(8).
    05 FILLER                    PIC X(25) VALUE SPACES.
01  LH-COUNT-LINE.
    05 CL-LABEL                  PIC X(24).
    05 CL-COUNT                  PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(49) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-RETENTION-CARD
    IF NOT LH-PARM-OK
        DISPLAY "FAKTLMH: MISSING OR NON-NUMERIC LMHPARM CARD - "
            "NOTHING PURGED"
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM COMPUTE-CUTOFF-DATE
        PERFORM SWEEP-LOT-MASTER
    END-IF
    STOP RUN.

READ-RETENTION-CARD.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            IF HP-RETAIN-DAYS IS NUMERIC
                MOVE HP-RETAIN-DAYS TO LH-RETAIN-DAYS
                IF LH-RETAIN-DAYS > 0
                    SET LH-PARM-OK TO TRUE
                END-IF
            END-IF
    END-READ
    CLOSE PARM-FILE.

*> Retaining N days means keeping anything processed on the cutoff
*> date or later, counting today as day one - the same arithmetic
*> FAKTRSH uses for the results master.
COMPUTE-CUTOFF-DATE.
    MOVE FUNCTION CURRENT-DATE TO LH-CURRENT-DATE
    COMPUTE LH-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
        (FUNCTION NUMVAL (LH-CURRENT-DATE (1:8)))
    COMPUTE LH-CUTOFF-INTEGER = LH-TODAY-INTEGER - LH-RETAIN-DAYS + 1
    COMPUTE LH-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER (LH-CUTOFF-INTEGER).

*> One sequential pass, open I-O so the purge DELETE can follow each
*> READ in place. A row with an unreadable run date is always
*> retained - age we cannot establish is not grounds to purge, the
*> same rule FAKTRSH and FAKTAUR apply.
SWEEP-LOT-MASTER.
    OPEN I-O LOT-MASTER-FILE
    IF LH-LOTM-STATUS NOT = "00" AND LH-LOTM-STATUS NOT = "05"
        DISPLAY "FAKTLMH: LOT MASTER WILL NOT OPEN (STATUS "
            LH-LOTM-STATUS ") - NOTHING PURGED"
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL LH-EOF
            READ LOT-MASTER-FILE NEXT RECORD
                AT END
                    SET LH-EOF TO TRUE
                NOT AT END
                    ADD 1 TO LH-READ-COUNT
                    PERFORM JUDGE-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE LOT-MASTER-FILE
        PERFORM WRITE-RECONCILIATION-COUNTS
    END-IF.

JUDGE-ONE-RECORD.
    IF LM-RUN-DATE IS NUMERIC
       AND FUNCTION NUMVAL (LM-RUN-DATE) < LH-CUTOFF-DATE
        DELETE LOT-MASTER-FILE
        ADD 1 TO LH-PURGED-COUNT
        IF LM-STATUS = 'X'
            ADD 1 TO LH-REVERSED-PURGED
        END-IF
    ELSE
        ADD 1 TO LH-RETAINED-COUNT
    END-IF.

*> The counts print on the report AND echo to SYSOUT, so the
*> reconciliation file and the joblog tell the same story.
WRITE-RECONCILIATION-COUNTS.
    OPEN OUTPUT REPORT-FILE
    MOVE LH-CURRENT-DATE (1:8) TO HL-AS-OF
    MOVE LH-CUTOFF-DATE TO HL-CUTOFF
    MOVE LH-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RECORDS READ          : " TO CL-LABEL
    MOVE LH-READ-COUNT TO CL-COUNT
    MOVE LH-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RECORDS PURGED        : " TO CL-LABEL
    MOVE LH-PURGED-COUNT TO CL-COUNT
    MOVE LH-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "  OF WHICH REVERSED   : " TO CL-LABEL
    MOVE LH-REVERSED-PURGED TO CL-COUNT
    MOVE LH-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RECORDS RETAINED      : " TO CL-LABEL
    MOVE LH-RETAINED-COUNT TO CL-COUNT
    MOVE LH-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    DISPLAY "FAKTLMH: " LH-READ-COUNT " READ, "
        LH-PURGED-COUNT " PURGED, " LH-RETAINED-COUNT " RETAINED".
