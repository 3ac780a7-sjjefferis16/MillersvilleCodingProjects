IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTACH.
*> FAKTACH keeps the AUDITLOG sequence-and-check-value chain in one
*> place, so every program that writes or walks the log - FAKTBAT,
*> FAKTCON, FAKTADJ, FAKTAUR, FAKTAUA and FAKTAUV - stamps and checks
*> an entry exactly the same way. The check value is a running
*> polynomial over the entry's bytes up to and including AUD-SEQ-NO,
*> seeded with the check value of the entry before it (zero before
*> sequence 1): change one byte of any entry, or take one out, and
*> every check value from there on stops matching what the walk
*> recomputes. It is a chained checksum, not a keyed seal - someone
*> who can run this routine over an edited log can rebuild the
*> chain behind it, which is why FAKTAUV prints the last sequence
*> number and check value for the run book and accepts yesterday's
*> as an anchor card.
*> Functions and return codes are described in FAKTACLK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CH-AUDIT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    COPY FAKTAUD.
WORKING-STORAGE SECTION.
01  CH-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  CH-EOF-SWITCH                PIC X VALUE 'N'.
    88 CH-EOF                    VALUE 'Y'.
01  CH-ENTRY-COUNT               PIC 9(9) VALUE 0.
01  CH-LAST-ENTRY                PIC X(113) VALUE SPACES.
01  CH-LAST-STAMP REDEFINES CH-LAST-ENTRY.
    05 FILLER                    PIC X(95).
    05 CH-LAST-SEQ-NO            PIC X(9).
    05 CH-LAST-CHAIN-VALUE       PIC X(9).
*> The bytes covered are the 95 of the entry proper and the 9 of its
*> sequence number; the check value itself is of course left out.
01  CH-COVERED-LENGTH            PIC 9(3) VALUE 104.
01  CH-BYTE-IDX                  PIC 9(3) VALUE 0.
01  CH-WORK-VALUE                PIC S9(18) COMP VALUE 0.
01  CH-MULTIPLIER                PIC 9(3) VALUE 257.
01  CH-MODULUS                   PIC 9(9) VALUE 999999937.
LINKAGE SECTION.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
01  CALLER-ENTRY.
    COPY FAKTAUD.
PROCEDURE DIVISION USING FAKTACH-PARMS CALLER-ENTRY.
MAIN-PARA.
    MOVE 0 TO CH-RETURN-CODE
    EVALUATE CH-FUNCTION
        WHEN 'T'
            PERFORM READ-LOG-TAIL
        WHEN 'S'
            PERFORM STAMP-ENTRY
        WHEN 'C'
            PERFORM CHECK-ENTRY
    END-EVALUATE
    GOBACK.

*> One pass to the end of the log; only the last entry matters. A
*> last entry with no stamp means the log has not been sealed, and
*> chaining new entries onto it would start a second chain the walk
*> could never tie to the first - the writer must refuse instead.
READ-LOG-TAIL.
    MOVE 0 TO CH-SEQ-NO
    MOVE 0 TO CH-CHAIN-VALUE
    MOVE 0 TO CH-ENTRY-COUNT
    MOVE 'N' TO CH-EOF-SWITCH
    OPEN INPUT AUDIT-FILE
    IF CH-AUDIT-STATUS NOT = "00" AND CH-AUDIT-STATUS NOT = "05"
        DISPLAY "FAKTACH: AUDITLOG OPEN FAILED, STATUS "
            CH-AUDIT-STATUS
        MOVE 12 TO CH-RETURN-CODE
    ELSE
        PERFORM UNTIL CH-EOF
            READ AUDIT-FILE
                AT END
                    SET CH-EOF TO TRUE
                NOT AT END
                    ADD 1 TO CH-ENTRY-COUNT
                    MOVE AUDIT-RECORD TO CH-LAST-ENTRY
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        IF CH-ENTRY-COUNT = 0
            MOVE 4 TO CH-RETURN-CODE
        ELSE
         IF CH-LAST-SEQ-NO IS NUMERIC
            AND CH-LAST-CHAIN-VALUE IS NUMERIC
            MOVE CH-LAST-SEQ-NO TO CH-SEQ-NO
            MOVE CH-LAST-CHAIN-VALUE TO CH-CHAIN-VALUE
         ELSE
            MOVE 8 TO CH-RETURN-CODE
         END-IF
        END-IF
    END-IF.

STAMP-ENTRY.
    ADD 1 TO CH-SEQ-NO
    MOVE CH-SEQ-NO TO AUD-SEQ-NO OF CALLER-ENTRY
    PERFORM COMPUTE-CHECK-VALUE
    MOVE CH-CHECK-VALUE TO AUD-CHAIN-VALUE OF CALLER-ENTRY
    MOVE CH-CHECK-VALUE TO CH-CHAIN-VALUE.

CHECK-ENTRY.
    IF AUD-SEQ-NO OF CALLER-ENTRY IS NOT NUMERIC
       OR AUD-CHAIN-VALUE OF CALLER-ENTRY IS NOT NUMERIC
        MOVE 0 TO CH-CHECK-VALUE
        MOVE 8 TO CH-RETURN-CODE
    ELSE
        PERFORM COMPUTE-CHECK-VALUE
        IF CH-CHECK-VALUE NOT = AUD-CHAIN-VALUE OF CALLER-ENTRY
            MOVE 8 TO CH-RETURN-CODE
        END-IF
    END-IF.

COMPUTE-CHECK-VALUE.
    MOVE CH-CHAIN-VALUE TO CH-WORK-VALUE
    PERFORM VARYING CH-BYTE-IDX FROM 1 BY 1
            UNTIL CH-BYTE-IDX > CH-COVERED-LENGTH
        COMPUTE CH-WORK-VALUE = FUNCTION MOD
            (CH-WORK-VALUE * CH-MULTIPLIER
                + FUNCTION ORD (CALLER-ENTRY (CH-BYTE-IDX:1)),
             CH-MODULUS)
    END-PERFORM
    MOVE CH-WORK-VALUE TO CH-CHECK-VALUE.
