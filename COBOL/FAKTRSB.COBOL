IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTRSB.
*> FAKTRSB rebuilds the RSLTMST prior-result master from the audit
*> trail, for the day the cluster is lost or damaged and the last
*> IDCAMS backup is of unknown age. Every pair FAKTBAT prices or
*> serves from the master leaves a forward-mode entry on AUDITLOG,
*> so the AUDARCH archive followed by AUDITLOG - one chronological
*> chain, walked the way FAKTAUV walks it - says what the master
*> should hold for each FIRST-VAL/LAST-VAL pair:
*>   RM-VAL, RM-OVERFLOW-FLAG  from the earliest entry for the pair
*>   RM-FIRST-COMPUTED         the business date of that entry
*>   RM-LAST-USED-RUN-ID/DATE  the latest-dated entry for the pair
*>                             (the later on the trail on a tie)
*> Only forward-mode production (P) and repair (R) entries count:
*> those are the runs that read and post the master. Decode runs,
*> FAKTCON sessions, FAKTADJ entries and security events never
*> touch it. The RSHPARM retention window is then applied exactly
*> as FAKTRSH applies it, so the rebuilt master holds what it would
*> hold had it never been lost and housekeeping run today. Two
*> things make it differ from the master as it stood: a pair
*> FAKTRSH purged and a later run priced again keeps the date the
*> trail first shows it priced, and a pair priced only on a split
*> night (the FAKTPAR streams run without RSLTMST) is on it.
*>
*> The master is rebuilt into RSLTNEW, a freshly defined scratch
*> cluster, never into RSLTMST itself - the FAKTRSB job copies it
*> over the live master only after a clean run. RSLTNEW must be
*> empty: a cluster already holding records (RSLTMST allocated to
*> the wrong DD) is refused before anything is written to it.
*>
*> PARM='REBUILD' (the default) - build RSLTNEW and stop there.
*> PARM='COMPARE' - build RSLTNEW, then read the live RSLTMST beside
*> it in key order, read-only so the master stays in service, and
*> list on RSBRPT every difference:
*>   VAL DIFFERS /    the master would serve a VAL (or overflow
*>   OVERFLOW DIFFERS flag) other than the one the trail computed
*>   NOT ON TRAIL     a master row no audit entry accounts for
*>   NOT ON MASTER    a pair the trail priced that the master lacks
*>   FIRST COMPUTED / the pair is right but a date stamp is not
*>   LAST USED
*>   PAST RETENTION   a master row FAKTRSH has yet to purge - listed,
*>                    not counted as a difference
*>
*> RSHPARM card: cols 1-3, retention window in days (001-999), the
*> same card FAKTRSH takes.
*>
*> Condition codes: 0 rebuilt and, comparing, the master agrees; 4
*> audit entries skipped as unreadable or disagreeing with the VAL
*> already held for their pair, or - comparing - NOT ON MASTER and
*> date-stamp differences only; 8 comparing, VAL, overflow or NOT ON
*> TRAIL differences listed; 16 bad PARM or RSHPARM card, a file
*> would not open, or RSLTNEW not empty - nothing rebuilt.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "AUDARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RU-ARCH-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RU-AUDIT-STATUS.
    SELECT OPTIONAL NEW-RESULTS-FILE ASSIGN TO "RSLTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-KEY OF NEW-RESULTS-RECORD
        FILE STATUS IS RU-NEW-STATUS.
    SELECT LIVE-RESULTS-FILE ASSIGN TO "RSLTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-KEY OF LIVE-RESULTS-RECORD
        FILE STATUS IS RU-LIVE-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "RSHPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "RSBRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(113).
FD  AUDIT-FILE.
01  AUDIT-RECORD                 PIC X(113).
FD  NEW-RESULTS-FILE.
01  NEW-RESULTS-RECORD.
    COPY FAKTRSLT.
FD  LIVE-RESULTS-FILE.
01  LIVE-RESULTS-RECORD.
    COPY FAKTRSLT.
FD  PARM-FILE.
01  PARM-RECORD.
    05 BP-RETAIN-DAYS            PIC X(3).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  RU-ENTRY.
    COPY FAKTAUD.
01  RU-ARCH-STATUS               PIC X(2) VALUE SPACES.
01  RU-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  RU-NEW-STATUS                PIC X(2) VALUE SPACES.
01  RU-LIVE-STATUS               PIC X(2) VALUE SPACES.
01  RU-EOF-SWITCH                PIC X VALUE 'N'.
    88 RU-EOF                    VALUE 'Y'.
01  RU-NEW-EOF-SWITCH            PIC X VALUE 'N'.
    88 RU-NEW-EOF                VALUE 'Y'.
01  RU-LIVE-EOF-SWITCH           PIC X VALUE 'N'.
    88 RU-LIVE-EOF               VALUE 'Y'.
01  RU-PARM-OK-SWITCH            PIC X VALUE 'N'.
    88 RU-PARM-OK                VALUE 'Y'.
01  RU-ENTRY-OK-SWITCH           PIC X VALUE 'N'.
    88 RU-ENTRY-OK               VALUE 'Y'.
01  RU-PARM-LEN                  PIC S9(4) COMP VALUE 0.
01  RU-MODE                      PIC X(8) VALUE "REBUILD".
    88 RU-REBUILDING             VALUE "REBUILD".
    88 RU-COMPARING              VALUE "COMPARE".
01  RU-RETAIN-DAYS               PIC 9(3) VALUE 0.
01  RU-CURRENT-DATE              PIC X(21).
01  RU-TODAY-INTEGER             PIC S9(9) VALUE 0.
01  RU-CUTOFF-INTEGER            PIC S9(9) VALUE 0.
01  RU-CUTOFF-DATE               PIC 9(8) VALUE 0.
01  RU-SOURCE                    PIC X(8) VALUE SPACES.
01  RU-POSITION                  PIC 9(9) VALUE 0.
01  RU-NUMVAL-WORK               PIC S9(8) VALUE 0.
01  RU-ENTRY-FIRST               PIC S9(4) VALUE 0.
01  RU-ENTRY-LAST                PIC S9(4) VALUE 0.
01  RU-ENTRY-VAL                 PIC S9(10) VALUE 0.
01  RU-ENTRY-DATE                PIC X(8) VALUE SPACES.
01  RU-NEW-KEY                   PIC X(10) VALUE SPACES.
01  RU-LIVE-KEY                  PIC X(10) VALUE SPACES.
01  RU-ENTRY-COUNT               PIC 9(9) VALUE 0.
01  RU-SELECTED-COUNT            PIC 9(9) VALUE 0.
01  RU-SKIPPED-COUNT             PIC 9(7) VALUE 0.
01  RU-CONFLICT-COUNT            PIC 9(7) VALUE 0.
01  RU-PAIR-COUNT                PIC 9(7) VALUE 0.
01  RU-PURGED-COUNT              PIC 9(7) VALUE 0.
01  RU-RETAINED-COUNT            PIC 9(7) VALUE 0.
01  RU-LIVE-COUNT                PIC 9(7) VALUE 0.
01  RU-AGREED-COUNT              PIC 9(7) VALUE 0.
01  RU-SERIOUS-COUNT             PIC 9(7) VALUE 0.
01  RU-STAMP-COUNT               PIC 9(7) VALUE 0.
01  RU-PAST-RETENTION-COUNT      PIC 9(7) VALUE 0.
01  RU-ROW-DIFFERS-SWITCH        PIC X VALUE 'N'.
    88 RU-ROW-DIFFERS            VALUE 'Y'.
01  RU-VAL-DISPLAY               PIC Z(9)9-.
01  RU-STAMP-VALUE.
    05 SV-DATE                   PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 SV-RUN-ID                 PIC X(8).
01  RU-HEADER-LINE-1.
    05 FILLER                    PIC X(31) VALUE
         "RESULTS MASTER REBUILD AS OF".
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(9) VALUE "  CUTOFF ".
    05 HL-CUTOFF                 PIC 9(8).
    05 FILLER                    PIC X(7) VALUE "  MODE ".
    05 HL-MODE                   PIC X(8).
    05 FILLER                    PIC X(9) VALUE SPACES.
01  RU-HEADER-LINE-2.
    05 FILLER                    PIC X(7) VALUE "FIRST".
    05 FILLER                    PIC X(7) VALUE "LAST".
    05 FILLER                    PIC X(18) VALUE "FINDING".
    05 FILLER                    PIC X(19) VALUE "MASTER".
    05 FILLER                    PIC X(29) VALUE "AUDIT TRAIL".
01  RU-DETAIL-LINE.
    05 DL-FIRST-VAL              PIC ZZZ9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-LAST-VAL               PIC ZZZ9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-FINDING                PIC X(16).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-MASTER                 PIC X(17).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-TRAIL                  PIC X(17).
    05 FILLER                    PIC X(12) VALUE SPACES.
01  RU-COUNT-LINE.
    05 CL-LABEL                  PIC X(32).
    05 CL-COUNT                  PIC Z(8)9.
    05 FILLER                    PIC X(39) VALUE SPACES.
LINKAGE SECTION.
01  LK-RUN-PARM.
    05 LK-PARM-LEN               PIC S9(4) COMP.
    05 LK-PARM-TEXT              PIC X(32).
PROCEDURE DIVISION USING LK-RUN-PARM.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO RU-CURRENT-DATE
    PERFORM READ-RUN-PARM
    IF RETURN-CODE NOT = 16
        PERFORM READ-RETENTION-CARD
        IF NOT RU-PARM-OK
            DISPLAY "FAKTRSB: MISSING OR NON-NUMERIC RSHPARM CARD - "
                "NOTHING REBUILT"
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM COMPUTE-CUTOFF-DATE
            PERFORM OPEN-REBUILD-FILES
        END-IF
    END-IF
    IF RETURN-CODE NOT = 16
        OPEN OUTPUT REPORT-FILE
        PERFORM WRITE-REPORT-HEADERS
        PERFORM WALK-ARCHIVE
        PERFORM WALK-AUDIT-LOG
        PERFORM PURGE-PAST-RETENTION
        IF RU-COMPARING
            PERFORM COMPARE-LIVE-MASTER
        END-IF
        CLOSE NEW-RESULTS-FILE
        PERFORM WRITE-SUMMARY
        CLOSE REPORT-FILE
        PERFORM SET-CONDITION-CODE
    END-IF
    STOP RUN.

*> Same halfword-prefixed PARM handling as FAKTAUA: only LK-PARM-LEN
*> bytes of the text are real, and no PARM at all means REBUILD.
READ-RUN-PARM.
    MOVE LK-PARM-LEN TO RU-PARM-LEN
    IF RU-PARM-LEN > 8
        MOVE 8 TO RU-PARM-LEN
    END-IF
    IF RU-PARM-LEN > 0
        MOVE LK-PARM-TEXT (1:RU-PARM-LEN) TO RU-MODE
    END-IF
    IF NOT RU-REBUILDING AND NOT RU-COMPARING
        DISPLAY "FAKTRSB: PARM MUST BE REBUILD OR COMPARE, NOT '"
            RU-MODE "' - NOTHING REBUILT"
        MOVE 16 TO RETURN-CODE
    END-IF.

READ-RETENTION-CARD.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            CONTINUE
        NOT AT END
            IF BP-RETAIN-DAYS IS NUMERIC
                MOVE BP-RETAIN-DAYS TO RU-RETAIN-DAYS
                IF RU-RETAIN-DAYS > 0
                    SET RU-PARM-OK TO TRUE
                END-IF
            END-IF
    END-READ
    CLOSE PARM-FILE.

*> FAKTRSH's cutoff, to the day: a pair last used on the cutoff date
*> or later is kept.
COMPUTE-CUTOFF-DATE.
    COMPUTE RU-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
        (FUNCTION NUMVAL (RU-CURRENT-DATE (1:8)))
    COMPUTE RU-CUTOFF-INTEGER = RU-TODAY-INTEGER - RU-RETAIN-DAYS + 1
    COMPUTE RU-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER (RU-CUTOFF-INTEGER).

*> RSLTNEW is OPTIONAL and accepts 05 for the reason FAKTBAT's
*> RSLTMST does: a freshly defined cluster has never held a record.
*> The START proves it still holds none - the one check that stops
*> the live master, allocated here by mistake, being written over.
*> In compare mode the live master must open too, before anything
*> is built.
OPEN-REBUILD-FILES.
    OPEN INPUT AUDIT-FILE
    IF RU-AUDIT-STATUS NOT = "00"
        DISPLAY "FAKTRSB: AUDITLOG OPEN FAILED, STATUS "
            RU-AUDIT-STATUS " - NOTHING REBUILT"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT ARCHIVE-FILE
        IF RU-ARCH-STATUS NOT = "00" AND RU-ARCH-STATUS NOT = "05"
            DISPLAY "FAKTRSB: AUDARCH OPEN FAILED, STATUS "
                RU-ARCH-STATUS " - NOTHING REBUILT"
            CLOSE AUDIT-FILE
            MOVE 16 TO RETURN-CODE
        ELSE
            OPEN I-O NEW-RESULTS-FILE
            IF RU-NEW-STATUS NOT = "00" AND RU-NEW-STATUS NOT = "05"
                DISPLAY "FAKTRSB: RSLTNEW WILL NOT OPEN (STATUS "
                    RU-NEW-STATUS ") - NOTHING REBUILT"
                CLOSE AUDIT-FILE
                CLOSE ARCHIVE-FILE
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE LOW-VALUES TO RM-KEY OF NEW-RESULTS-RECORD
                START NEW-RESULTS-FILE
                    KEY IS NOT LESS THAN RM-KEY OF NEW-RESULTS-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY "FAKTRSB: RSLTNEW ALREADY HOLDS "
                            "RECORDS - DEFINE IT FRESH, NOTHING "
                            "REBUILT"
                        MOVE 16 TO RETURN-CODE
                END-START
                IF RETURN-CODE NOT = 16 AND RU-COMPARING
                    OPEN INPUT LIVE-RESULTS-FILE
                    IF RU-LIVE-STATUS NOT = "00"
                        DISPLAY "FAKTRSB: RSLTMST WILL NOT OPEN "
                            "(STATUS " RU-LIVE-STATUS
                            ") - NOTHING COMPARED"
                        MOVE 16 TO RETURN-CODE
                    END-IF
                END-IF
                IF RETURN-CODE = 16
                    CLOSE AUDIT-FILE
                    CLOSE ARCHIVE-FILE
                    CLOSE NEW-RESULTS-FILE
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-REPORT-HEADERS.
    MOVE RU-CURRENT-DATE (1:8) TO HL-AS-OF
    MOVE RU-CUTOFF-DATE TO HL-CUTOFF
    MOVE RU-MODE TO HL-MODE
    MOVE RU-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF RU-COMPARING
        MOVE RU-HEADER-LINE-2 TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

*> The archive is oldest-first and ends where AUDITLOG begins, so the
*> two are read as one trail; an unallocated archive just means the
*> rebuild starts at the head of AUDITLOG.
WALK-ARCHIVE.
    MOVE "AUDARCH" TO RU-SOURCE
    MOVE 0 TO RU-POSITION
    MOVE 'N' TO RU-EOF-SWITCH
    PERFORM UNTIL RU-EOF OR RETURN-CODE = 16
        READ ARCHIVE-FILE
            AT END
                SET RU-EOF TO TRUE
            NOT AT END
                ADD 1 TO RU-POSITION
                ADD 1 TO RU-ENTRY-COUNT
                MOVE ARCHIVE-RECORD TO RU-ENTRY
                PERFORM APPLY-ONE-ENTRY
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE.

WALK-AUDIT-LOG.
    MOVE "AUDITLOG" TO RU-SOURCE
    MOVE 0 TO RU-POSITION
    MOVE 'N' TO RU-EOF-SWITCH
    PERFORM UNTIL RU-EOF OR RETURN-CODE = 16
        READ AUDIT-FILE
            AT END
                SET RU-EOF TO TRUE
            NOT AT END
                ADD 1 TO RU-POSITION
                ADD 1 TO RU-ENTRY-COUNT
                MOVE AUDIT-RECORD TO RU-ENTRY
                PERFORM APPLY-ONE-ENTRY
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

APPLY-ONE-ENTRY.
    IF AUD-MODE = 'F'
       AND (AUD-RUN-TYPE = 'P' OR AUD-RUN-TYPE = 'R')
        ADD 1 TO RU-SELECTED-COUNT
        PERFORM EDIT-ENTRY
        IF NOT RU-ENTRY-OK
            DISPLAY "FAKTRSB: " RU-SOURCE " ENTRY " RU-POSITION
                " UNREADABLE - SKIPPED"
            ADD 1 TO RU-SKIPPED-COUNT
        ELSE
            PERFORM POST-ENTRY-TO-PAIR
        END-IF
    END-IF.

*> The pair goes through the numeric and 4-digit screens FAKTBAT
*> applied before it priced the lot, so it keys exactly as FAKTBAT
*> keyed it; the VAL and the business date must be readable too.
EDIT-ENTRY.
    MOVE 'N' TO RU-ENTRY-OK-SWITCH
    IF FUNCTION TEST-NUMVAL (AUD-FIRST-INP) = 0
       AND FUNCTION TEST-NUMVAL (AUD-LAST-INP) = 0
       AND FUNCTION TEST-NUMVAL (AUD-VAL) = 0
       AND AUD-TIMESTAMP (1:8) IS NUMERIC
        COMPUTE RU-NUMVAL-WORK = FUNCTION NUMVAL (AUD-FIRST-INP)
            ON SIZE ERROR
                MOVE 99999999 TO RU-NUMVAL-WORK
        END-COMPUTE
        IF RU-NUMVAL-WORK >= -9999 AND RU-NUMVAL-WORK <= 9999
            MOVE RU-NUMVAL-WORK TO RU-ENTRY-FIRST
            COMPUTE RU-NUMVAL-WORK = FUNCTION NUMVAL (AUD-LAST-INP)
                ON SIZE ERROR
                    MOVE 99999999 TO RU-NUMVAL-WORK
            END-COMPUTE
            IF RU-NUMVAL-WORK >= -9999 AND RU-NUMVAL-WORK <= 9999
                MOVE RU-NUMVAL-WORK TO RU-ENTRY-LAST
                COMPUTE RU-ENTRY-VAL = FUNCTION NUMVAL (AUD-VAL)
                MOVE AUD-TIMESTAMP (1:8) TO RU-ENTRY-DATE
                SET RU-ENTRY-OK TO TRUE
            END-IF
        END-IF
    END-IF.

*> The first entry for a pair writes its record. A later entry can
*> still be dated earlier - a RUNDATE-backdated rerun - so the dates
*> decide, not the order on the trail: an earlier-dated entry takes
*> over the VAL and first-computed date, and an entry dated on or
*> after the last use restamps the last-used fields. An entry whose
*> VAL differs from the one held is counted - FAKTOR gives one pair
*> one answer, so the trail and the program need looking at.
POST-ENTRY-TO-PAIR.
    MOVE RU-ENTRY-FIRST TO RM-FIRST-VAL OF NEW-RESULTS-RECORD
    MOVE RU-ENTRY-LAST TO RM-LAST-VAL OF NEW-RESULTS-RECORD
    READ NEW-RESULTS-FILE
        INVALID KEY
            MOVE RU-ENTRY-VAL TO RM-VAL OF NEW-RESULTS-RECORD
            MOVE AUD-OVERFLOW-FLAG
                TO RM-OVERFLOW-FLAG OF NEW-RESULTS-RECORD
            MOVE RU-ENTRY-DATE
                TO RM-FIRST-COMPUTED OF NEW-RESULTS-RECORD
            MOVE AUD-RUN-ID TO RM-LAST-USED-RUN-ID OF NEW-RESULTS-RECORD
            MOVE RU-ENTRY-DATE
                TO RM-LAST-USED-DATE OF NEW-RESULTS-RECORD
            WRITE NEW-RESULTS-RECORD
                INVALID KEY
                    DISPLAY "FAKTRSB: RSLTNEW WRITE FAILED, STATUS "
                        RU-NEW-STATUS
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO RU-PAIR-COUNT
            END-WRITE
        NOT INVALID KEY
            IF RU-ENTRY-VAL NOT = RM-VAL OF NEW-RESULTS-RECORD
               OR AUD-OVERFLOW-FLAG
                  NOT = RM-OVERFLOW-FLAG OF NEW-RESULTS-RECORD
                DISPLAY "FAKTRSB: " RU-SOURCE " ENTRY " RU-POSITION
                    " VAL DISAGREES WITH EARLIER ENTRY FOR PAIR "
                    AUD-FIRST-INP " " AUD-LAST-INP
                ADD 1 TO RU-CONFLICT-COUNT
            END-IF
            IF RU-ENTRY-DATE < RM-FIRST-COMPUTED OF NEW-RESULTS-RECORD
                MOVE RU-ENTRY-VAL TO RM-VAL OF NEW-RESULTS-RECORD
                MOVE AUD-OVERFLOW-FLAG
                    TO RM-OVERFLOW-FLAG OF NEW-RESULTS-RECORD
                MOVE RU-ENTRY-DATE
                    TO RM-FIRST-COMPUTED OF NEW-RESULTS-RECORD
            END-IF
            IF RU-ENTRY-DATE
               NOT < RM-LAST-USED-DATE OF NEW-RESULTS-RECORD
                MOVE AUD-RUN-ID
                    TO RM-LAST-USED-RUN-ID OF NEW-RESULTS-RECORD
                MOVE RU-ENTRY-DATE
                    TO RM-LAST-USED-DATE OF NEW-RESULTS-RECORD
            END-IF
            REWRITE NEW-RESULTS-RECORD
                INVALID KEY
                    DISPLAY "FAKTRSB: RSLTNEW REWRITE FAILED, STATUS "
                        RU-NEW-STATUS
                    MOVE 16 TO RETURN-CODE
            END-REWRITE
    END-READ.

*> FAKTRSH's purge rule on the rebuilt records: every last-used date
*> here came off an edited entry, so all of them are numeric.
PURGE-PAST-RETENTION.
    IF RETURN-CODE NOT = 16
        MOVE 'N' TO RU-NEW-EOF-SWITCH
        MOVE LOW-VALUES TO RM-KEY OF NEW-RESULTS-RECORD
        START NEW-RESULTS-FILE
            KEY IS NOT LESS THAN RM-KEY OF NEW-RESULTS-RECORD
            INVALID KEY
                SET RU-NEW-EOF TO TRUE
        END-START
        PERFORM UNTIL RU-NEW-EOF
            READ NEW-RESULTS-FILE NEXT RECORD
                AT END
                    SET RU-NEW-EOF TO TRUE
                NOT AT END
                    IF FUNCTION NUMVAL
                         (RM-LAST-USED-DATE OF NEW-RESULTS-RECORD)
                       < RU-CUTOFF-DATE
                        DELETE NEW-RESULTS-FILE
                        ADD 1 TO RU-PURGED-COUNT
                    ELSE
                        ADD 1 TO RU-RETAINED-COUNT
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

*> Both clusters are read in key order and matched like two sorted
*> files; an exhausted side holds HIGH-VALUES so the other drains.
*> The keys are compared as the bytes VSAM orders them by.
COMPARE-LIVE-MASTER.
    IF RETURN-CODE NOT = 16
        MOVE 'N' TO RU-NEW-EOF-SWITCH
        MOVE LOW-VALUES TO RM-KEY OF NEW-RESULTS-RECORD
        START NEW-RESULTS-FILE
            KEY IS NOT LESS THAN RM-KEY OF NEW-RESULTS-RECORD
            INVALID KEY
                SET RU-NEW-EOF TO TRUE
                MOVE HIGH-VALUES TO RU-NEW-KEY
        END-START
        IF NOT RU-NEW-EOF
            PERFORM READ-NEXT-REBUILT
        END-IF
        PERFORM READ-NEXT-LIVE
        PERFORM UNTIL RU-NEW-EOF AND RU-LIVE-EOF
            IF RU-LIVE-KEY < RU-NEW-KEY
                PERFORM REPORT-LIVE-ONLY
                PERFORM READ-NEXT-LIVE
            ELSE
             IF RU-NEW-KEY < RU-LIVE-KEY
                PERFORM REPORT-REBUILT-ONLY
                PERFORM READ-NEXT-REBUILT
             ELSE
                PERFORM COMPARE-MATCHED-PAIR
                PERFORM READ-NEXT-REBUILT
                PERFORM READ-NEXT-LIVE
             END-IF
            END-IF
        END-PERFORM
    END-IF
    CLOSE LIVE-RESULTS-FILE.

READ-NEXT-REBUILT.
    READ NEW-RESULTS-FILE NEXT RECORD
        AT END
            SET RU-NEW-EOF TO TRUE
            MOVE HIGH-VALUES TO RU-NEW-KEY
        NOT AT END
            MOVE RM-KEY OF NEW-RESULTS-RECORD TO RU-NEW-KEY
    END-READ.

READ-NEXT-LIVE.
    READ LIVE-RESULTS-FILE
        AT END
            SET RU-LIVE-EOF TO TRUE
            MOVE HIGH-VALUES TO RU-LIVE-KEY
        NOT AT END
            ADD 1 TO RU-LIVE-COUNT
            MOVE RM-KEY OF LIVE-RESULTS-RECORD TO RU-LIVE-KEY
    END-READ.

*> A master row the rebuild does not hold is either one housekeeping
*> has simply not reached yet, or one nothing on the trail explains.
REPORT-LIVE-ONLY.
    MOVE RM-FIRST-VAL OF LIVE-RESULTS-RECORD TO DL-FIRST-VAL
    MOVE RM-LAST-VAL OF LIVE-RESULTS-RECORD TO DL-LAST-VAL
    MOVE RM-LAST-USED-DATE OF LIVE-RESULTS-RECORD TO SV-DATE
    MOVE RM-LAST-USED-RUN-ID OF LIVE-RESULTS-RECORD TO SV-RUN-ID
    MOVE RU-STAMP-VALUE TO DL-MASTER
    MOVE SPACES TO DL-TRAIL
    IF RM-LAST-USED-DATE OF LIVE-RESULTS-RECORD IS NUMERIC
       AND FUNCTION NUMVAL (RM-LAST-USED-DATE OF LIVE-RESULTS-RECORD)
           < RU-CUTOFF-DATE
        MOVE "PAST RETENTION" TO DL-FINDING
        ADD 1 TO RU-PAST-RETENTION-COUNT
    ELSE
        MOVE "NOT ON TRAIL" TO DL-FINDING
        ADD 1 TO RU-SERIOUS-COUNT
    END-IF
    PERFORM WRITE-DETAIL-LINE.

REPORT-REBUILT-ONLY.
    MOVE RM-FIRST-VAL OF NEW-RESULTS-RECORD TO DL-FIRST-VAL
    MOVE RM-LAST-VAL OF NEW-RESULTS-RECORD TO DL-LAST-VAL
    MOVE "NOT ON MASTER" TO DL-FINDING
    MOVE SPACES TO DL-MASTER
    MOVE RM-LAST-USED-DATE OF NEW-RESULTS-RECORD TO SV-DATE
    MOVE RM-LAST-USED-RUN-ID OF NEW-RESULTS-RECORD TO SV-RUN-ID
    MOVE RU-STAMP-VALUE TO DL-TRAIL
    ADD 1 TO RU-STAMP-COUNT
    PERFORM WRITE-DETAIL-LINE.

*> One line per field that differs, so a row can show more than one.
COMPARE-MATCHED-PAIR.
    MOVE 'N' TO RU-ROW-DIFFERS-SWITCH
    MOVE RM-FIRST-VAL OF LIVE-RESULTS-RECORD TO DL-FIRST-VAL
    MOVE RM-LAST-VAL OF LIVE-RESULTS-RECORD TO DL-LAST-VAL
    IF RM-VAL OF LIVE-RESULTS-RECORD
       NOT = RM-VAL OF NEW-RESULTS-RECORD
        MOVE "VAL DIFFERS" TO DL-FINDING
        MOVE RM-VAL OF LIVE-RESULTS-RECORD TO RU-VAL-DISPLAY
        MOVE RU-VAL-DISPLAY TO DL-MASTER
        MOVE RM-VAL OF NEW-RESULTS-RECORD TO RU-VAL-DISPLAY
        MOVE RU-VAL-DISPLAY TO DL-TRAIL
        ADD 1 TO RU-SERIOUS-COUNT
        PERFORM WRITE-DETAIL-LINE
        SET RU-ROW-DIFFERS TO TRUE
    END-IF
    IF RM-OVERFLOW-FLAG OF LIVE-RESULTS-RECORD
       NOT = RM-OVERFLOW-FLAG OF NEW-RESULTS-RECORD
        MOVE "OVERFLOW DIFFERS" TO DL-FINDING
        MOVE RM-OVERFLOW-FLAG OF LIVE-RESULTS-RECORD TO DL-MASTER
        MOVE RM-OVERFLOW-FLAG OF NEW-RESULTS-RECORD TO DL-TRAIL
        ADD 1 TO RU-SERIOUS-COUNT
        PERFORM WRITE-DETAIL-LINE
        SET RU-ROW-DIFFERS TO TRUE
    END-IF
    IF RM-FIRST-COMPUTED OF LIVE-RESULTS-RECORD
       NOT = RM-FIRST-COMPUTED OF NEW-RESULTS-RECORD
        MOVE "FIRST COMPUTED" TO DL-FINDING
        MOVE RM-FIRST-COMPUTED OF LIVE-RESULTS-RECORD TO DL-MASTER
        MOVE RM-FIRST-COMPUTED OF NEW-RESULTS-RECORD TO DL-TRAIL
        ADD 1 TO RU-STAMP-COUNT
        PERFORM WRITE-DETAIL-LINE
        SET RU-ROW-DIFFERS TO TRUE
    END-IF
    IF RM-LAST-USED-DATE OF LIVE-RESULTS-RECORD
       NOT = RM-LAST-USED-DATE OF NEW-RESULTS-RECORD
       OR RM-LAST-USED-RUN-ID OF LIVE-RESULTS-RECORD
       NOT = RM-LAST-USED-RUN-ID OF NEW-RESULTS-RECORD
        MOVE "LAST USED" TO DL-FINDING
        MOVE RM-LAST-USED-DATE OF LIVE-RESULTS-RECORD TO SV-DATE
        MOVE RM-LAST-USED-RUN-ID OF LIVE-RESULTS-RECORD TO SV-RUN-ID
        MOVE RU-STAMP-VALUE TO DL-MASTER
        MOVE RM-LAST-USED-DATE OF NEW-RESULTS-RECORD TO SV-DATE
        MOVE RM-LAST-USED-RUN-ID OF NEW-RESULTS-RECORD TO SV-RUN-ID
        MOVE RU-STAMP-VALUE TO DL-TRAIL
        ADD 1 TO RU-STAMP-COUNT
        PERFORM WRITE-DETAIL-LINE
        SET RU-ROW-DIFFERS TO TRUE
    END-IF
    IF NOT RU-ROW-DIFFERS
        ADD 1 TO RU-AGREED-COUNT
    END-IF.

WRITE-DETAIL-LINE.
    MOVE RU-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> The counts print on the report AND echo to SYSOUT, so the report
*> and the joblog tell the same story.
WRITE-SUMMARY.
    MOVE "AUDIT ENTRIES READ            : " TO CL-LABEL
    MOVE RU-ENTRY-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "FORWARD P AND R ENTRIES       : " TO CL-LABEL
    MOVE RU-SELECTED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "ENTRIES SKIPPED AS UNREADABLE : " TO CL-LABEL
    MOVE RU-SKIPPED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "ENTRIES DISAGREEING ON VAL    : " TO CL-LABEL
    MOVE RU-CONFLICT-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "PAIRS ON THE TRAIL            : " TO CL-LABEL
    MOVE RU-PAIR-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "PAIRS PAST RETENTION (PURGED) : " TO CL-LABEL
    MOVE RU-PURGED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "PAIRS ON REBUILT MASTER       : " TO CL-LABEL
    MOVE RU-RETAINED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    DISPLAY "FAKTRSB: " RU-SELECTED-COUNT " ENTRIES, "
        RU-SKIPPED-COUNT " SKIPPED, " RU-CONFLICT-COUNT
        " DISAGREEING, " RU-RETAINED-COUNT " PAIRS REBUILT, "
        RU-PURGED-COUNT " PAST RETENTION"
    IF RU-COMPARING AND RETURN-CODE NOT = 16
        MOVE "MASTER ROWS READ              : " TO CL-LABEL
        MOVE RU-LIVE-COUNT TO CL-COUNT
        PERFORM WRITE-COUNT-LINE
        MOVE "PAIRS IN AGREEMENT            : " TO CL-LABEL
        MOVE RU-AGREED-COUNT TO CL-COUNT
        PERFORM WRITE-COUNT-LINE
        MOVE "VAL AND NOT-ON-TRAIL FINDINGS : " TO CL-LABEL
        MOVE RU-SERIOUS-COUNT TO CL-COUNT
        PERFORM WRITE-COUNT-LINE
        MOVE "MISSING AND DATE FINDINGS     : " TO CL-LABEL
        MOVE RU-STAMP-COUNT TO CL-COUNT
        PERFORM WRITE-COUNT-LINE
        MOVE "MASTER ROWS PAST RETENTION    : " TO CL-LABEL
        MOVE RU-PAST-RETENTION-COUNT TO CL-COUNT
        PERFORM WRITE-COUNT-LINE
        DISPLAY "FAKTRSB: " RU-LIVE-COUNT " MASTER ROWS, "
            RU-AGREED-COUNT " AGREE, " RU-SERIOUS-COUNT
            " VAL/NOT-ON-TRAIL, " RU-STAMP-COUNT
            " MISSING/DATE, " RU-PAST-RETENTION-COUNT
            " PAST RETENTION"
    END-IF.

WRITE-COUNT-LINE.
    MOVE RU-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

SET-CONDITION-CODE.
    IF RETURN-CODE NOT = 16
        IF RU-SERIOUS-COUNT > 0
            MOVE 8 TO RETURN-CODE
        ELSE
         IF RU-STAMP-COUNT > 0 OR RU-SKIPPED-COUNT > 0
            OR RU-CONFLICT-COUNT > 0
            MOVE 4 TO RETURN-CODE
         END-IF
        END-IF
    END-IF.
