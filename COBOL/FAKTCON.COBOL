INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO "OPERMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OM-FILE-STATUS.
   COPY FAKTLINK.
01 FAKTBNL-PARMS.
   COPY FAKTBLNK.
01 FAKTACH-PARMS.
   COPY FAKTACLK.
01 AUDIT-FILE-STATUS PIC X(2) VALUE SPACES.
01 AUDIT-WRITTEN-SWITCH PIC X VALUE 'N'.
   88 AUDIT-WRITTEN VALUE 'Y'.
01 SIGNON-STAMP PIC X(21) VALUE SPACES.
01 SIGNON-DATE REDEFINES SIGNON-STAMP.
   05 SIGNON-YYYYMMDD PIC X(8).
            PERFORM CALL-FAKTOR
            IF LK-RETURN-CODE = 0
                PERFORM WRITE-AUDIT-RECORD
*> No result leaves the console without its audit entry behind it.
                IF AUDIT-WRITTEN
                    PERFORM DISPLAY-RESULT
                    ADD 1 TO SESSION-COUNT
                ELSE
                    DISPLAY "FAKTCON: AUDITLOG NOT WRITABLE - "
                        "REFUSED, NO RESULT GIVEN"
                END-IF
            ELSE
                IF LK-RETURN-CODE = 20
                    DISPLAY "FAKTCON: REJECTED - VALUE TOO LARGE FOR A "
    MOVE SPACES TO AUD-LOT-ID
    MOVE SPACES TO AUD-DEPT-CODE
    MOVE BL-LOT-CLASS TO AUD-LOT-CLASS
    MOVE SPACES TO AUD-ORIG-RUN-ID
    MOVE SPACES TO AUD-ORIG-RUN-DATE
    PERFORM APPEND-AUDIT-ENTRY.

*> Security events go to the same audit log as the calculations, so
*> supervision reviews refused sign-ons (AUD-MODE 'S') and refused
    MOVE SPACES TO AUD-LOT-ID
    MOVE SPACES TO AUD-DEPT-CODE
    MOVE SPACES TO AUD-LOT-CLASS
    MOVE SPACES TO AUD-ORIG-RUN-ID
    MOVE SPACES TO AUD-ORIG-RUN-DATE
    PERFORM APPEND-AUDIT-ENTRY.

*> A console session holds AUDITLOG only for the moment of each
*> write, so a batch step may have appended since the last one: the
*> tail is re-read every time and the entry chained onto whatever is
*> really last on the log. An unsealed tail (08) or a log that will
*> not open (12) is refused as FAKTBAT refuses it: chaining on would
*> plant a break in the chain, so nothing is written.
APPEND-AUDIT-ENTRY.
    MOVE 'N' TO AUDIT-WRITTEN-SWITCH
    MOVE 'T' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    IF CH-RETURN-CODE = 8 OR CH-RETURN-CODE = 12
        DISPLAY "FAKTCON: AUDITLOG TAIL CHECK RETURN CODE "
            CH-RETURN-CODE " - ENTRY NOT WRITTEN"
    ELSE
        MOVE 'S' TO CH-FUNCTION
        CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
        OPEN EXTEND AUDIT-FILE
        IF AUDIT-FILE-STATUS NOT = "00"
           AND AUDIT-FILE-STATUS NOT = "05"
            DISPLAY "FAKTCON: AUDITLOG OPEN FAILED, STATUS "
                AUDIT-FILE-STATUS " - ENTRY NOT WRITTEN"
        ELSE
            WRITE AUDIT-RECORD
            IF AUDIT-FILE-STATUS = "00"
                SET AUDIT-WRITTEN TO TRUE
            ELSE
                DISPLAY "FAKTCON: AUDITLOG WRITE FAILED, STATUS "
                    AUDIT-FILE-STATUS
            END-IF
            CLOSE AUDIT-FILE
        END-IF
    END-IF.
