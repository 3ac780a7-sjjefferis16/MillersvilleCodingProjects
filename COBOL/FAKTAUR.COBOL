*> back over AUDITLOG. An entry with an unreadable timestamp is
*> always retained - age we cannot establish is not grounds to purge.
*>
*> The log is sequenced and chained (AUD-SEQ-NO/AUD-CHAIN-VALUE, see
*> FAKTACH), and this program must not become the way round that:
*> the chain through the log is checked before anything is split,
*> every entry is carried to AUDARCH or AUDNEW with its stamp
*> unchanged, and only the unbroken run of old entries at the head
*> of the log is archived - once one entry is retained, everything
*> after it is retained too, so AUDARCH followed by AUDITLOG is still
*> one chain with no gap for FAKTAUV to walk.
*>
*> RETPARM card: cols 1-3, number of months to retain (001-999,
*> counting the current month as month one).
*>
*> Condition codes: 0 done, 8 the chain through AUDITLOG is broken -
*> run FAKTAUV for the detail; 16 bad or missing RETPARM card or the
*> log would not open. On 8 or 16 nothing is written and AUDITLOG
*> must be left untouched by the job.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01  PARM-RECORD.
    05 RP-MONTHS                 PIC X(3).
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(113).
FD  NEW-AUDIT-FILE.
01  NEW-AUDIT-RECORD             PIC X(113).
WORKING-STORAGE SECTION.
01  AR-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  AR-EOF-SWITCH                PIC X VALUE 'N'.
01  AR-ENTRY-YYYYMM              PIC X(6) VALUE SPACES.
01  AR-RETAINED-COUNT            PIC 9(7) VALUE 0.
01  AR-ARCHIVED-COUNT            PIC 9(7) VALUE 0.
01  AR-ENTRY-COUNT               PIC 9(9) VALUE 0.
01  AR-BREAK-COUNT               PIC 9(7) VALUE 0.
01  AR-ARCHIVING-SWITCH          PIC X VALUE 'Y'.
    88 AR-ARCHIVING              VALUE 'Y'.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-RETENTION-CARD
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM COMPUTE-CUTOFF-MONTH
        PERFORM VERIFY-LOG-CHAIN
    END-IF
    IF RETURN-CODE = 0
        OPEN INPUT AUDIT-FILE
        IF AR-AUDIT-STATUS NOT = "00"
            DISPLAY "FAKTAUR: AUDITLOG OPEN FAILED, STATUS "
                AR-AUDIT-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 'N' TO AR-EOF-SWITCH
            OPEN EXTEND ARCHIVE-FILE
            OPEN OUTPUT NEW-AUDIT-FILE
            PERFORM UNTIL AR-EOF
    END-READ
    CLOSE PARM-FILE.

*> First pass: every entry must follow the one before it in sequence
*> and carry the check value FAKTACH recomputes from it. The first
*> entry's own check value is taken as it stands - the entries it
*> chains from are on AUDARCH, and FAKTAUV walks the two together.
VERIFY-LOG-CHAIN.
    OPEN INPUT AUDIT-FILE
    IF AR-AUDIT-STATUS NOT = "00"
        DISPLAY "FAKTAUR: AUDITLOG OPEN FAILED, STATUS "
            AR-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL AR-EOF
            READ AUDIT-FILE
                AT END
                    SET AR-EOF TO TRUE
                NOT AT END
                    ADD 1 TO AR-ENTRY-COUNT
                    PERFORM CHECK-ONE-ENTRY
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        IF AR-BREAK-COUNT > 0
            DISPLAY "FAKTAUR: " AR-BREAK-COUNT " BREAK(S) IN THE "
                "AUDITLOG CHAIN - NOTHING ARCHIVED, RUN FAKTAUV"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

CHECK-ONE-ENTRY.
    IF AUD-SEQ-NO IS NOT NUMERIC
       OR AUD-CHAIN-VALUE IS NOT NUMERIC
        DISPLAY "FAKTAUR: UNSEALED ENTRY AT POSITION " AR-ENTRY-COUNT
        ADD 1 TO AR-BREAK-COUNT
    ELSE
     IF AR-ENTRY-COUNT > 1
        IF AUD-SEQ-NO NOT = CH-SEQ-NO + 1
            DISPLAY "FAKTAUR: SEQUENCE " AUD-SEQ-NO " FOLLOWS "
                CH-SEQ-NO
            ADD 1 TO AR-BREAK-COUNT
        ELSE
            MOVE 'C' TO CH-FUNCTION
            CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
            IF CH-RETURN-CODE NOT = 0
                DISPLAY "FAKTAUR: CHECK VALUE MISMATCH AT SEQUENCE "
                    AUD-SEQ-NO
                ADD 1 TO AR-BREAK-COUNT
            END-IF
        END-IF
     END-IF
     MOVE AUD-SEQ-NO TO CH-SEQ-NO
     MOVE AUD-CHAIN-VALUE TO CH-CHAIN-VALUE
    END-IF.

*> Retaining N months means keeping the current month and the N - 1
*> before it, so the cutoff is the first month still retained and the
*> compare below is a plain character test on YYYYMM.

SPLIT-ONE-ENTRY.
    MOVE AUD-TIMESTAMP (1:6) TO AR-ENTRY-YYYYMM
    IF AR-ARCHIVING
       AND AR-ENTRY-YYYYMM IS NUMERIC
       AND AR-ENTRY-YYYYMM < AR-CUTOFF
        MOVE AUDIT-RECORD TO ARCHIVE-RECORD
        WRITE ARCHIVE-RECORD
        ADD 1 TO AR-ARCHIVED-COUNT
    ELSE
        MOVE 'N' TO AR-ARCHIVING-SWITCH
        MOVE AUDIT-RECORD TO NEW-AUDIT-RECORD
        WRITE NEW-AUDIT-RECORD
        ADD 1 TO AR-RETAINED-COUNT
