IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTSHP.
*> FAKTSHP is the interface ship step of the nightly chain: it
*> releases the night's INTFOUT to the ledger group by copying it to
*> the INTFSHIP dataset they collect, and only once the file proves
*> whole - an H record first, a T record last whose count and VAL
*> hash match the details between them, nothing after it. Before
*> this step the ledger group took INTFOUT straight off the batch
*> job, and a second FAKTBAT for the same business date shipped a
*> second file they would happily post.
*>
*> A production forward night is also held to the RUNLEDG run ledger
*> (FAKTRLH): the ship is refused unless FAKTREC has balanced the
*> file's business date under the file's run-id, and a date already
*> shipped is not shipped again - unless the step's STEPCARD deck
*> carries an authorized override. Repair and decode files are not
*> part of the nightly chain and ship on the file check alone. A file
*> that fails the check never reaches the ledger, so the date stays
*> waiting for its ship.
*>
*> Condition codes: 0 shipped, 8 INTFOUT failed the file check -
*> nothing shipped, 16 refused by the run ledger, a file would not
*> open, or a write to INTFSHIP failed - the copy stops there, the
*> ledger step closes failed, and the partial INTFSHIP must not be
*> collected.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTERFACE-FILE ASSIGN TO "INTFOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SH-INTF-STATUS.
    SELECT SHIP-FILE ASSIGN TO "INTFSHIP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SH-SHIP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  INTERFACE-FILE.
01  INTERFACE-RECORD.
    COPY FAKTINTF.
FD  SHIP-FILE.
01  SHIP-RECORD                  PIC X(67).
WORKING-STORAGE SECTION.
01  SH-INTF-STATUS               PIC X(2) VALUE SPACES.
01  SH-SHIP-STATUS               PIC X(2) VALUE SPACES.
01  SH-EOF-SWITCH                PIC X VALUE 'N'.
    88 SH-EOF                    VALUE 'Y'.
01  SH-TRAILER-SWITCH            PIC X VALUE 'N'.
    88 SH-TRAILER-SEEN           VALUE 'Y'.
01  SH-RECORDS-READ              PIC 9(7) VALUE 0.
01  SH-RECORDS-SHIPPED           PIC 9(7) VALUE 0.
01  SH-DETAIL-COUNT              PIC 9(7) VALUE 0.
01  SH-DETAIL-HASH               PIC S9(13) VALUE 0.
01  SH-RUN-DATE                  PIC X(8) VALUE SPACES.
01  SH-RUN-ID                    PIC X(8) VALUE SPACES.
01  SH-RUN-TYPE                  PIC X(1) VALUE SPACES.
01  SH-RUN-MODE                  PIC X(1) VALUE SPACES.
01  SH-COUNT-DISPLAY             PIC ZZZ,ZZ9.
01  SH-HASH-DISPLAY              PIC Z(12)9-.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  SH-LEDGER-SWITCH             PIC X VALUE 'N'.
    88 SH-LEDGER-ON              VALUE 'Y'.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM CHECK-INTERFACE-FILE
    IF RETURN-CODE = 0
        IF SH-RUN-TYPE = 'P' AND SH-RUN-MODE = 'F'
            PERFORM BEGIN-LEDGER-STEP
        END-IF
    END-IF
    IF RETURN-CODE = 0
        PERFORM SHIP-INTERFACE-FILE
    ELSE
        DISPLAY "FAKTSHP: *** NOTHING SHIPPED ***"
    END-IF
    IF SH-LEDGER-ON
        PERFORM END-LEDGER-STEP
    END-IF
    STOP RUN.

CHECK-INTERFACE-FILE.
    OPEN INPUT INTERFACE-FILE
    IF SH-INTF-STATUS NOT = "00"
        DISPLAY "FAKTSHP: INTFOUT OPEN FAILED, STATUS "
            SH-INTF-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL SH-EOF
            READ INTERFACE-FILE
                AT END
                    SET SH-EOF TO TRUE
                NOT AT END
                    ADD 1 TO SH-RECORDS-READ
                    PERFORM CHECK-ONE-RECORD
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
        IF RETURN-CODE = 0
            IF SH-RECORDS-READ = 0
                DISPLAY "FAKTSHP: INTFOUT IS EMPTY"
                MOVE 8 TO RETURN-CODE
            ELSE
             IF NOT SH-TRAILER-SEEN
                DISPLAY "FAKTSHP: INTFOUT HAS NO TRAILER - FILE FROM "
                    "AN ABENDED RUN, DO NOT SHIP"
                MOVE 8 TO RETURN-CODE
             END-IF
            END-IF
        END-IF
    END-IF.

*> The first bad record ends the check: once the shape is wrong,
*> nothing after it can be trusted to mean what it says.
CHECK-ONE-RECORD.
    IF SH-TRAILER-SEEN
        DISPLAY "FAKTSHP: RECORD " SH-RECORDS-READ
            " FOLLOWS THE TRAILER"
        MOVE 8 TO RETURN-CODE
        SET SH-EOF TO TRUE
    ELSE
     IF SH-RECORDS-READ = 1 AND IF-REC-TYPE NOT = 'H'
        DISPLAY "FAKTSHP: INTFOUT DOES NOT START WITH A HEADER"
        MOVE 8 TO RETURN-CODE
        SET SH-EOF TO TRUE
     ELSE
        EVALUATE IF-REC-TYPE
            WHEN 'H'
                IF SH-RECORDS-READ NOT = 1
                    DISPLAY "FAKTSHP: SECOND HEADER AT RECORD "
                        SH-RECORDS-READ
                    MOVE 8 TO RETURN-CODE
                    SET SH-EOF TO TRUE
                ELSE
                    MOVE IF-H-RUN-DATE TO SH-RUN-DATE
                    MOVE IF-H-RUN-ID TO SH-RUN-ID
                    MOVE IF-H-RUN-TYPE TO SH-RUN-TYPE
                    MOVE IF-H-RUN-MODE TO SH-RUN-MODE
                END-IF
            WHEN 'D'
                ADD 1 TO SH-DETAIL-COUNT
                ADD IF-D-VAL TO SH-DETAIL-HASH
            WHEN 'T'
                SET SH-TRAILER-SEEN TO TRUE
                IF IF-T-RECORD-COUNT NOT = SH-DETAIL-COUNT
                   OR IF-T-HASH-TOTAL NOT = SH-DETAIL-HASH
                    DISPLAY "FAKTSHP: TRAILER DOES NOT MATCH THE "
                        "DETAILS - DO NOT SHIP"
                    MOVE 8 TO RETURN-CODE
                    SET SH-EOF TO TRUE
                END-IF
            WHEN OTHER
                DISPLAY "FAKTSHP: UNRECOGNIZED RECORD TYPE '"
                    IF-REC-TYPE "' AT RECORD " SH-RECORDS-READ
                MOVE 8 TO RETURN-CODE
                SET SH-EOF TO TRUE
        END-EVALUATE
     END-IF
    END-IF.

SHIP-INTERFACE-FILE.
    OPEN OUTPUT SHIP-FILE
    IF SH-SHIP-STATUS NOT = "00"
        DISPLAY "FAKTSHP: INTFSHIP OPEN FAILED, STATUS "
            SH-SHIP-STATUS " - NOTHING SHIPPED"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT INTERFACE-FILE
        MOVE 'N' TO SH-EOF-SWITCH
        PERFORM UNTIL SH-EOF
            READ INTERFACE-FILE
                AT END
                    SET SH-EOF TO TRUE
                NOT AT END
                    MOVE INTERFACE-RECORD TO SHIP-RECORD
                    WRITE SHIP-RECORD
                    IF SH-SHIP-STATUS NOT = "00"
                        DISPLAY "FAKTSHP: INTFSHIP WRITE FAILED AFTER "
                            SH-RECORDS-SHIPPED " RECORDS, STATUS "
                            SH-SHIP-STATUS " - DO NOT COLLECT INTFSHIP"
                        MOVE 16 TO RETURN-CODE
                        SET SH-EOF TO TRUE
                    ELSE
                        ADD 1 TO SH-RECORDS-SHIPPED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTERFACE-FILE
        CLOSE SHIP-FILE
    END-IF
    IF RETURN-CODE NOT = 16
        MOVE SH-DETAIL-COUNT TO SH-COUNT-DISPLAY
        MOVE SH-DETAIL-HASH TO SH-HASH-DISPLAY
        DISPLAY "FAKTSHP: SHIPPED RUN " SH-RUN-ID " " SH-RUN-DATE
            " TYPE " SH-RUN-TYPE
        DISPLAY "FAKTSHP: DETAILS " SH-COUNT-DISPLAY
            "  VAL HASH " SH-HASH-DISPLAY
    END-IF.

*> RETURN-CODE rides across the call in LL-COND-CODE, which FAKTRLH
*> never changes.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTSHP" TO LL-PROGRAM
    MOVE SH-RUN-DATE TO LL-BUS-DATE
    MOVE "SHP" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE SH-RUN-ID TO LL-RUN-ID
    MOVE 0 TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET SH-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTSHP: RUN LEDGER REFUSED THE SHIP OF "
                SH-RUN-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE.
