IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTAUA.
*> FAKTAUA appends audit entries to AUDITLOG from outside the
*> writing programs without breaking the sequence-and-check-value
*> chain (see FAKTACH), which a plain IEBGENER copy onto the log
*> would do. Two uses:
*>
*> PARM='APPEND' (the default) - the parallel night's stream logs.
*> Each FAKTBAT stream writes its own AUDLOGnn, chained on its own
*> from sequence 1; AUDIN is their concatenation in stream order, so
*> a sequence number of 1 starts the next stream's segment. Every
*> segment is checked end to end first - it must start at 1 and each
*> entry must chain from the one before it - and only when all of
*> them verify are the entries appended, restamped onto the end of
*> the master log's chain. A stream log edited between its step and
*> this one fails the check, and nothing at all is appended.
*>
*> PARM='SEAL' - the one-time sealing of a log written before entries
*> were stamped (see the FAKTAUSL job). Every AUDIN entry must still
*> be unsealed; each is stamped in turn and appended. An AUDIN that
*> already carries stamps is refused whole: resealing a sealed log
*> would launder any edit made to it.
*>
*> Condition codes: 0 appended (or AUDIN empty), 8 AUDIN failed its
*> check - listed on SYSOUT, nothing appended; 16 bad PARM, AUDIN or
*> AUDITLOG would not open, or the tail of AUDITLOG is unsealed -
*> nothing appended - or a write to AUDITLOG failed part way: the
*> append stops there, the log still chains intact to the last entry
*> written, and SYSOUT names the AUDIN entry and stream it stopped
*> at, so the rest can be appended once the log has room.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STREAM-FILE ASSIGN TO "AUDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AA-STREAM-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AA-AUDIT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  STREAM-FILE.
01  STREAM-RECORD                PIC X(113).
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    COPY FAKTAUD.
WORKING-STORAGE SECTION.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
01  AA-STREAM-STATUS             PIC X(2) VALUE SPACES.
01  AA-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  AA-EOF-SWITCH                PIC X VALUE 'N'.
    88 AA-EOF                    VALUE 'Y'.
01  AA-PARM-LEN                  PIC S9(4) COMP VALUE 0.
01  AA-MODE                      PIC X(8) VALUE "APPEND".
    88 AA-APPENDING              VALUE "APPEND".
    88 AA-SEALING                VALUE "SEAL".
01  AA-ENTRY-COUNT               PIC 9(9) VALUE 0.
01  AA-SEGMENT-COUNT             PIC 9(5) VALUE 0.
01  AA-FAILED-COUNT              PIC 9(7) VALUE 0.
01  AA-APPENDED-COUNT            PIC 9(9) VALUE 0.
01  AA-FIRST-NEW-SEQ-NO          PIC 9(9) VALUE 0.
*> Where the append pass stands in AUDIN, for the message should a
*> write to the master log fail: the entry number and, for APPEND,
*> the stream segment it belongs to.
01  AA-APPEND-ENTRY              PIC 9(9) VALUE 0.
01  AA-APPEND-STREAM             PIC 9(5) VALUE 0.
LINKAGE SECTION.
01  LK-RUN-PARM.
    05 LK-PARM-LEN               PIC S9(4) COMP.
    05 LK-PARM-TEXT              PIC X(32).
PROCEDURE DIVISION USING LK-RUN-PARM.
MAIN-PARA.
    PERFORM READ-RUN-PARM
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-STREAM-INPUT
    END-IF
    IF RETURN-CODE = 0
        PERFORM LOAD-AUDIT-CHAIN-TAIL
    END-IF
    IF RETURN-CODE = 0
        PERFORM APPEND-STREAM-INPUT
        IF RETURN-CODE = 0
            DISPLAY "FAKTAUA: " AA-APPENDED-COUNT " ENTRY(S) APPENDED "
                "(" AA-MODE ") FROM SEQUENCE " AA-FIRST-NEW-SEQ-NO
                " TO " CH-SEQ-NO
        ELSE
            DISPLAY "FAKTAUA: ONLY " AA-APPENDED-COUNT " ENTRY(S) "
                "APPENDED (" AA-MODE ") FROM SEQUENCE "
                AA-FIRST-NEW-SEQ-NO " BEFORE THE FAILURE"
        END-IF
    END-IF
    STOP RUN.

*> Same halfword-prefixed PARM handling as FAKTBAT: only LK-PARM-LEN
*> bytes are looked at.
READ-RUN-PARM.
    MOVE LK-PARM-LEN TO AA-PARM-LEN
    IF AA-PARM-LEN > 8
        MOVE 8 TO AA-PARM-LEN
    END-IF
    IF AA-PARM-LEN > 0
        MOVE LK-PARM-TEXT (1:AA-PARM-LEN) TO AA-MODE
    END-IF
    IF NOT AA-APPENDING AND NOT AA-SEALING
        DISPLAY "FAKTAUA: PARM MUST BE APPEND OR SEAL, NOT '"
            AA-MODE "' - NOTHING APPENDED"
        MOVE 16 TO RETURN-CODE
    END-IF.

*> First pass - nothing is written until the whole of AUDIN is known
*> to be fit to go on the log.
CHECK-STREAM-INPUT.
    OPEN INPUT STREAM-FILE
    IF AA-STREAM-STATUS NOT = "00"
        DISPLAY "FAKTAUA: AUDIN OPEN FAILED, STATUS "
            AA-STREAM-STATUS " - NOTHING APPENDED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO AA-EOF-SWITCH
        PERFORM UNTIL AA-EOF
            READ STREAM-FILE
                AT END
                    SET AA-EOF TO TRUE
                NOT AT END
                    ADD 1 TO AA-ENTRY-COUNT
                    MOVE STREAM-RECORD TO AUDIT-RECORD
                    IF AA-SEALING
                        PERFORM CHECK-UNSEALED-ENTRY
                    ELSE
                        PERFORM CHECK-STREAM-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STREAM-FILE
        IF AA-FAILED-COUNT > 0
            DISPLAY "FAKTAUA: " AA-FAILED-COUNT " AUDIN ENTRY(S) "
                "FAILED THE CHECK - NOTHING APPENDED"
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

CHECK-UNSEALED-ENTRY.
    IF AUD-SEQ-NO IS NUMERIC
        DISPLAY "FAKTAUA: AUDIN ENTRY " AA-ENTRY-COUNT
            " IS ALREADY SEALED (SEQUENCE " AUD-SEQ-NO ")"
        ADD 1 TO AA-FAILED-COUNT
    END-IF.

*> CH-SEQ-NO/CH-CHAIN-VALUE carry the stamp of the entry before; a
*> sequence number of 1 starts a new segment chained from zero.
CHECK-STREAM-ENTRY.
    IF AUD-SEQ-NO IS NOT NUMERIC
       OR AUD-CHAIN-VALUE IS NOT NUMERIC
        DISPLAY "FAKTAUA: AUDIN ENTRY " AA-ENTRY-COUNT
            " CARRIES NO SEQUENCE STAMP"
        ADD 1 TO AA-FAILED-COUNT
    ELSE
        IF AUD-SEQ-NO = 1
            ADD 1 TO AA-SEGMENT-COUNT
            MOVE 0 TO CH-SEQ-NO
            MOVE 0 TO CH-CHAIN-VALUE
        END-IF
        IF AA-ENTRY-COUNT = 1 AND AUD-SEQ-NO NOT = 1
            DISPLAY "FAKTAUA: AUDIN STARTS AT SEQUENCE " AUD-SEQ-NO
                " - THE HEAD OF THE FIRST STREAM LOG IS MISSING"
            ADD 1 TO AA-FAILED-COUNT
        ELSE
         IF AUD-SEQ-NO NOT = CH-SEQ-NO + 1
            DISPLAY "FAKTAUA: AUDIN ENTRY " AA-ENTRY-COUNT
                " SEQUENCE " AUD-SEQ-NO " FOLLOWS " CH-SEQ-NO
            ADD 1 TO AA-FAILED-COUNT
         ELSE
            MOVE 'C' TO CH-FUNCTION
            CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
            IF CH-RETURN-CODE NOT = 0
                DISPLAY "FAKTAUA: AUDIN ENTRY " AA-ENTRY-COUNT
                    " SEQUENCE " AUD-SEQ-NO " CHECK VALUE DOES NOT "
                    "MATCH - ALTERED"
                ADD 1 TO AA-FAILED-COUNT
            END-IF
         END-IF
        END-IF
        MOVE AUD-SEQ-NO TO CH-SEQ-NO
        MOVE AUD-CHAIN-VALUE TO CH-CHAIN-VALUE
    END-IF.

LOAD-AUDIT-CHAIN-TAIL.
    MOVE 'T' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    IF CH-RETURN-CODE = 8 OR CH-RETURN-CODE = 12
        DISPLAY "FAKTAUA: AUDITLOG NOT SEALED OR WILL NOT OPEN - "
            "NOTHING APPENDED"
        MOVE 16 TO RETURN-CODE
    END-IF
    COMPUTE AA-FIRST-NEW-SEQ-NO = CH-SEQ-NO + 1.

*> Second pass: each entry is restamped onto the end of the master
*> chain - its stream stamp has done its job in the check above.
APPEND-STREAM-INPUT.
    OPEN INPUT STREAM-FILE
    OPEN EXTEND AUDIT-FILE
    IF AA-STREAM-STATUS NOT = "00"
       OR (AA-AUDIT-STATUS NOT = "00" AND AA-AUDIT-STATUS NOT = "05")
        DISPLAY "FAKTAUA: AUDIN OR AUDITLOG WOULD NOT OPEN FOR THE "
            "APPEND - NOTHING APPENDED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO AA-EOF-SWITCH
        PERFORM UNTIL AA-EOF
            READ STREAM-FILE
                AT END
                    SET AA-EOF TO TRUE
                NOT AT END
                    ADD 1 TO AA-APPEND-ENTRY
                    MOVE STREAM-RECORD TO AUDIT-RECORD
                    IF AA-APPENDING
                        IF AUD-SEQ-NO = 1
                            ADD 1 TO AA-APPEND-STREAM
                        END-IF
                    END-IF
                    MOVE 'S' TO CH-FUNCTION
                    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
                    WRITE AUDIT-RECORD
                    IF AA-AUDIT-STATUS NOT = "00"
                        DISPLAY "FAKTAUA: AUDITLOG WRITE FAILED AT "
                            "AUDIN ENTRY " AA-APPEND-ENTRY " (STREAM "
                            AA-APPEND-STREAM "), STATUS "
                            AA-AUDIT-STATUS " - APPEND STOPPED"
                        MOVE 16 TO RETURN-CODE
                        SET AA-EOF TO TRUE
                    ELSE
                        ADD 1 TO AA-APPENDED-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE STREAM-FILE
    CLOSE AUDIT-FILE.
