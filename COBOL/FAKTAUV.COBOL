IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTAUV.
*> FAKTAUV is the audit-trail verification step: it walks the AUDARCH
*> archive and then AUDITLOG as one log, recomputing every entry's
*> check value through FAKTACH from the one before it, and lists on
*> AUVRPT every place the trail has been interfered with:
*>   GAP          sequence numbers missing - entries deleted
*>   OUT OF SEQ   a sequence number repeated or going backwards -
*>                entries inserted, duplicated or moved
*>   UNSEALED     an entry with no stamp at all - written around the
*>                FAKTOR programs
*>   ALTERED      the recomputed check value does not match the one
*>                stamped: this entry was edited, or the entry before
*>                it was edited and its own check value redone
*>   ANCHOR       the entry at the anchor card's sequence number no
*>                longer carries the check value recorded for it, or
*>                the log now ends before it - the chain has been
*>                rebuilt or cut back since the anchor was taken
*> After an exception the walk picks the chain up again from the
*> entry it stopped on, so one bad line is one exception, not a
*> report full of them.
*>
*> The last line of the report gives the last sequence number and
*> check value on the log. Operations keep it in the run book and
*> feed it back as the next run's AUVPARM anchor card - the one
*> thing that catches an edit whose whole chain was recomputed.
*>
*> AUVPARM card (optional): cols 1-9 anchor sequence number, cols
*> 10-18 its check value, exactly as printed by an earlier run.
*>
*> Condition codes: 0 chain whole, 4 clean but not complete - the
*> log starts past sequence 1 with no archive presented ahead of it,
*> or the anchor entry has been archived out of what was presented;
*> 8 one or more exceptions listed; 16 bad AUVPARM card, or AUDITLOG
*> or AUDARCH would not open - nothing verified.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AV-ARCH-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AV-AUDIT-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "AUVPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "AUVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(113).
FD  AUDIT-FILE.
01  AUDIT-RECORD                 PIC X(113).
FD  PARM-FILE.
01  PARM-RECORD.
    05 VP-ANCHOR-SEQ-NO          PIC X(9).
    05 VP-ANCHOR-CHAIN-VALUE     PIC X(9).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  AV-ENTRY.
    COPY FAKTAUD.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
01  AV-ARCH-STATUS               PIC X(2) VALUE SPACES.
01  AV-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  AV-EOF-SWITCH                PIC X VALUE 'N'.
    88 AV-EOF                    VALUE 'Y'.
01  AV-CHAIN-KNOWN-SWITCH        PIC X VALUE 'N'.
    88 AV-CHAIN-KNOWN            VALUE 'Y'.
01  AV-SEALED-SEEN-SWITCH        PIC X VALUE 'N'.
    88 AV-SEALED-SEEN            VALUE 'Y'.
01  AV-ANCHOR-SWITCH             PIC X VALUE 'N'.
    88 AV-ANCHOR-GIVEN           VALUE 'Y'.
01  AV-ANCHOR-FOUND-SWITCH       PIC X VALUE 'N'.
    88 AV-ANCHOR-FOUND           VALUE 'Y'.
01  AV-CARD-OK-SWITCH            PIC X VALUE 'Y'.
    88 AV-CARD-OK                VALUE 'Y'.
01  AV-ANCHOR-SEQ-NO             PIC 9(9) VALUE 0.
01  AV-ANCHOR-CHAIN-VALUE        PIC 9(9) VALUE 0.
01  AV-SOURCE                    PIC X(8) VALUE SPACES.
01  AV-POSITION                  PIC 9(7) VALUE 0.
01  AV-ARCHIVE-COUNT             PIC 9(9) VALUE 0.
01  AV-LOG-COUNT                 PIC 9(9) VALUE 0.
01  AV-FIRST-SEQ-NO              PIC 9(9) VALUE 0.
01  AV-MISSING-FROM              PIC 9(9) VALUE 0.
01  AV-MISSING-THRU              PIC 9(9) VALUE 0.
01  AV-EXCEPTION-COUNT           PIC 9(7) VALUE 0.
01  AV-WARNING-COUNT             PIC 9(7) VALUE 0.
01  AV-CURRENT-DATE              PIC X(21).
01  AV-MESSAGE                   PIC X(43) VALUE SPACES.
01  AV-HEADER-LINE-1.
    05 FILLER                    PIC X(35) VALUE
         "AUDIT LOG CHAIN VERIFICATION AS OF".
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(37) VALUE SPACES.
01  AV-HEADER-LINE-2.
    05 FILLER                    PIC X(80) VALUE
         "SOURCE   POSITION  SEQUENCE  EXCEPTION".
01  AV-DETAIL-LINE.
    05 DL-SOURCE                 PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-POSITION               PIC Z(7)9.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-SEQ-NO                 PIC X(9).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-MESSAGE                PIC X(43).
    05 FILLER                    PIC X(8) VALUE SPACES.
01  AV-COUNT-LINE.
    05 CL-LABEL                  PIC X(32).
    05 CL-COUNT                  PIC Z(8)9.
    05 FILLER                    PIC X(39) VALUE SPACES.
01  AV-ANCHOR-LINE.
    05 FILLER                    PIC X(32) VALUE
         "ANCHOR CARD FOR THE NEXT RUN  : ".
    05 AL-SEQ-NO                 PIC 9(9).
    05 AL-CHAIN-VALUE            PIC 9(9).
    05 FILLER                    PIC X(30) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO AV-CURRENT-DATE
    PERFORM READ-ANCHOR-CARD
    IF NOT AV-CARD-OK
        DISPLAY "FAKTAUV: AUVPARM ANCHOR CARD NOT TWO 9-DIGIT "
            "NUMBERS - NOTHING VERIFIED"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT AUDIT-FILE
        IF AV-AUDIT-STATUS NOT = "00"
            DISPLAY "FAKTAUV: AUDITLOG OPEN FAILED, STATUS "
                AV-AUDIT-STATUS " - NOTHING VERIFIED"
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN INPUT ARCHIVE-FILE
            IF AV-ARCH-STATUS NOT = "00" AND AV-ARCH-STATUS NOT = "05"
                DISPLAY "FAKTAUV: AUDARCH OPEN FAILED, STATUS "
                    AV-ARCH-STATUS " - NOTHING VERIFIED"
                CLOSE AUDIT-FILE
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT REPORT-FILE
                PERFORM WRITE-REPORT-HEADERS
                PERFORM WALK-ARCHIVE
                PERFORM WALK-AUDIT-LOG
                PERFORM CHECK-ANCHOR-REACHED
                PERFORM WRITE-SUMMARY
                CLOSE REPORT-FILE
                PERFORM SET-CONDITION-CODE
            END-IF
        END-IF
    END-IF
    STOP RUN.

READ-ANCHOR-CARD.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            IF VP-ANCHOR-SEQ-NO IS NUMERIC
               AND VP-ANCHOR-CHAIN-VALUE IS NUMERIC
                MOVE VP-ANCHOR-SEQ-NO TO AV-ANCHOR-SEQ-NO
                MOVE VP-ANCHOR-CHAIN-VALUE TO AV-ANCHOR-CHAIN-VALUE
                SET AV-ANCHOR-GIVEN TO TRUE
            ELSE
                MOVE 'N' TO AV-CARD-OK-SWITCH
            END-IF
    END-READ
    CLOSE PARM-FILE.

WRITE-REPORT-HEADERS.
    MOVE AV-CURRENT-DATE (1:8) TO HL-AS-OF
    MOVE AV-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE AV-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> The archive is oldest-first and ends where AUDITLOG begins, so the
*> two are walked as one chain; an unallocated archive just means the
*> walk starts at the head of AUDITLOG.
WALK-ARCHIVE.
    MOVE "AUDARCH" TO AV-SOURCE
    MOVE 0 TO AV-POSITION
    MOVE 'N' TO AV-EOF-SWITCH
    PERFORM UNTIL AV-EOF
        READ ARCHIVE-FILE
            AT END
                SET AV-EOF TO TRUE
            NOT AT END
                ADD 1 TO AV-POSITION
                ADD 1 TO AV-ARCHIVE-COUNT
                MOVE ARCHIVE-RECORD TO AV-ENTRY
                PERFORM CHECK-ONE-ENTRY
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE.

WALK-AUDIT-LOG.
    MOVE "AUDITLOG" TO AV-SOURCE
    MOVE 0 TO AV-POSITION
    MOVE 'N' TO AV-EOF-SWITCH
    PERFORM UNTIL AV-EOF
        READ AUDIT-FILE
            AT END
                SET AV-EOF TO TRUE
            NOT AT END
                ADD 1 TO AV-POSITION
                ADD 1 TO AV-LOG-COUNT
                MOVE AUDIT-RECORD TO AV-ENTRY
                PERFORM CHECK-ONE-ENTRY
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

*> CH-SEQ-NO/CH-CHAIN-VALUE always hold the stamp of the last sealed
*> entry walked, so FAKTACH's C function checks each entry against
*> the one before it. The very first sealed entry chains from zero
*> when it is sequence 1; any later start means the entries before
*> it were not presented, and its own check value has to be taken
*> on trust.
CHECK-ONE-ENTRY.
    IF AUD-SEQ-NO IS NOT NUMERIC
       OR AUD-CHAIN-VALUE IS NOT NUMERIC
        MOVE "UNSEALED - NO SEQUENCE STAMP" TO AV-MESSAGE
        PERFORM WRITE-EXCEPTION
        MOVE 'N' TO AV-CHAIN-KNOWN-SWITCH
    ELSE
        IF NOT AV-SEALED-SEEN
            SET AV-SEALED-SEEN TO TRUE
            MOVE AUD-SEQ-NO TO AV-FIRST-SEQ-NO
            IF AUD-SEQ-NO = 1
                MOVE 0 TO CH-SEQ-NO
                MOVE 0 TO CH-CHAIN-VALUE
                SET AV-CHAIN-KNOWN TO TRUE
            ELSE
                MOVE "NOTE - CHAIN STARTS HERE, EARLIER NOT SEEN"
                    TO AV-MESSAGE
                PERFORM WRITE-WARNING
            END-IF
        END-IF
        IF AV-CHAIN-KNOWN
            PERFORM CHECK-CHAIN-LINK
        END-IF
        PERFORM CHECK-ANCHOR-ENTRY
        MOVE AUD-SEQ-NO TO CH-SEQ-NO
        MOVE AUD-CHAIN-VALUE TO CH-CHAIN-VALUE
        SET AV-CHAIN-KNOWN TO TRUE
    END-IF.

CHECK-CHAIN-LINK.
    IF AUD-SEQ-NO > CH-SEQ-NO + 1
        COMPUTE AV-MISSING-FROM = CH-SEQ-NO + 1
        COMPUTE AV-MISSING-THRU = AUD-SEQ-NO - 1
        MOVE SPACES TO AV-MESSAGE
        STRING "GAP - " AV-MISSING-FROM " THRU " AV-MISSING-THRU
            " MISSING" DELIMITED BY SIZE INTO AV-MESSAGE
        END-STRING
        PERFORM WRITE-EXCEPTION
    ELSE
     IF AUD-SEQ-NO NOT = CH-SEQ-NO + 1
        MOVE SPACES TO AV-MESSAGE
        STRING "OUT OF SEQ - FOLLOWS " CH-SEQ-NO
            DELIMITED BY SIZE INTO AV-MESSAGE
        END-STRING
        PERFORM WRITE-EXCEPTION
     ELSE
        MOVE 'C' TO CH-FUNCTION
        CALL "FAKTACH" USING FAKTACH-PARMS AV-ENTRY
        IF CH-RETURN-CODE NOT = 0
            MOVE "ALTERED - CHECK VALUE DOES NOT MATCH"
                TO AV-MESSAGE
            PERFORM WRITE-EXCEPTION
        END-IF
     END-IF
    END-IF.

CHECK-ANCHOR-ENTRY.
    IF AV-ANCHOR-GIVEN
       AND AUD-SEQ-NO = AV-ANCHOR-SEQ-NO
        SET AV-ANCHOR-FOUND TO TRUE
        IF AUD-CHAIN-VALUE NOT = AV-ANCHOR-CHAIN-VALUE
            MOVE "ANCHOR - CHECK VALUE NOT AS RECORDED"
                TO AV-MESSAGE
            PERFORM WRITE-EXCEPTION
        END-IF
    END-IF.

*> An anchor the walk never reached is either behind it (archived
*> away and the archive not presented - a warning) or past the end
*> of the log: entries the run book saw have since been cut off.
CHECK-ANCHOR-REACHED.
    IF AV-ANCHOR-GIVEN AND NOT AV-ANCHOR-FOUND
        MOVE "ANCHOR" TO AV-SOURCE
        MOVE 0 TO AV-POSITION
        MOVE AV-ANCHOR-SEQ-NO TO AUD-SEQ-NO
        IF AV-SEALED-SEEN
           AND AV-ANCHOR-SEQ-NO < AV-FIRST-SEQ-NO
            MOVE "NOTE - ANCHOR ENTRY NOT PRESENTED" TO AV-MESSAGE
            PERFORM WRITE-WARNING
        ELSE
            MOVE "ANCHOR - LOG NOW ENDS BEFORE THIS ENTRY"
                TO AV-MESSAGE
            PERFORM WRITE-EXCEPTION
        END-IF
    END-IF.

WRITE-EXCEPTION.
    ADD 1 TO AV-EXCEPTION-COUNT
    PERFORM WRITE-DETAIL-LINE
    DISPLAY "FAKTAUV: " AV-SOURCE " " AV-POSITION " " AV-MESSAGE.

WRITE-WARNING.
    ADD 1 TO AV-WARNING-COUNT
    PERFORM WRITE-DETAIL-LINE.

WRITE-DETAIL-LINE.
    MOVE AV-SOURCE TO DL-SOURCE
    MOVE AV-POSITION TO DL-POSITION
    MOVE AUD-SEQ-NO TO DL-SEQ-NO
    MOVE AV-MESSAGE TO DL-MESSAGE
    MOVE AV-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

WRITE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "AUDARCH ENTRIES WALKED        :" TO CL-LABEL
    MOVE AV-ARCHIVE-COUNT TO CL-COUNT
    MOVE AV-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "AUDITLOG ENTRIES WALKED       :" TO CL-LABEL
    MOVE AV-LOG-COUNT TO CL-COUNT
    MOVE AV-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "FIRST SEQUENCE NUMBER         :" TO CL-LABEL
    MOVE AV-FIRST-SEQ-NO TO CL-COUNT
    MOVE AV-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "EXCEPTIONS                    :" TO CL-LABEL
    MOVE AV-EXCEPTION-COUNT TO CL-COUNT
    MOVE AV-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "NOTES                         :" TO CL-LABEL
    MOVE AV-WARNING-COUNT TO CL-COUNT
    MOVE AV-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE CH-SEQ-NO TO AL-SEQ-NO
    MOVE CH-CHAIN-VALUE TO AL-CHAIN-VALUE
    MOVE AV-ANCHOR-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    DISPLAY "FAKTAUV: " AV-ARCHIVE-COUNT " ARCHIVED AND "
        AV-LOG-COUNT " LOGGED ENTRY(S) WALKED, "
        AV-EXCEPTION-COUNT " EXCEPTION(S), LAST SEQUENCE "
        CH-SEQ-NO.

SET-CONDITION-CODE.
    IF AV-EXCEPTION-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
     IF AV-WARNING-COUNT > 0
        MOVE 4 TO RETURN-CODE
     END-IF
    END-IF.
