IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTBWI.
*> FAKTBWI is the bounds what-if: it answers "what would this BNDCTL
*> change do" before the change goes anywhere near FAKTBNM. The
*> proposed BNDTRAN cards are applied to an in-storage copy of
*> BNDCTL under the same rules FAKTBNM applies them - BNDCTL itself
*> is only ever read - and the lots are then priced twice, once
*> against BNDCTL as it stands and once against the proposal, with
*> FAKTBNL's latest-EFF-FROM rule and FAKTOR's range test:
*>
*>   (1) processed history - every forward-mode P, R and A entry on
*>       AUDITLOG whose run date falls in the WIFPARM range; a lot
*>       that passes today's bounds and fails the proposal is a lot
*>       that would newly reject (reason RG, or NB where the proposal
*>       leaves its class uncovered), and its VAL moves out;
*>   (2) open rejects - every RG and NB item still open on REJREG,
*>       netted the way FAKTRJR nets it; one that fails today's
*>       bounds and passes the proposal would come back through the
*>       repair cycle, and the VAL FAKTOR computes for it moves in;
*>   (3) the results master - every RSLTMST row FAKTRSH would flag
*>       as stale against the proposal's STD bounds, marked NEW when
*>       today's bounds do not already flag it.
*>
*> Movements are totalled per department and lot class, so the
*> business signs the change off knowing what it does. A posting
*> since reversed by FAKTADJ is replayed like any other - the report
*> is about the bounds, not the ledger. Concatenate AUDARCH ahead of
*> AUDITLOG in the JCL to replay a range the retention job has
*> already archived.
*>
*> BNDTRAN cards are FAKTBNM's ADD and EXP cards (the user id is not
*> needed here), or a PND card - cols 1-3 PND, 4-10 pending id - to
*> simulate a bounds change already queued on PENDCHG, so the
*> checker can see its effect before signing the APR card. A card
*> FAKTBNM would reject is listed as refused and not simulated.
*>
*> WIFPARM card (one card, fixed columns):
*>   1-8   replay from, YYYYMMDD
*>   9-16  replay to,   YYYYMMDD
*>   17-24 price-as-of date YYYYMMDD - every lot, and the RSLTMST
*>         check, priced as if run on that date; spaces = each lot
*>         under its own run date and the RSLTMST check as of today
*>   25-27 RSLTMST retention window in days as on RSHPARM (rows
*>         FAKTRSH would purge are not listed); spaces = none purged
*>
*> Condition codes: 0 the proposal changes nothing, 4 lots or
*> results-master rows are affected or a card was refused - see
*> WIFRPT, 16 bad or missing WIFPARM card, BNDCTL, AUDITLOG, REJREG,
*> RSLTMST or PENDCHG would not open, or table capacity exceeded.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "BNDTRAN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BOUNDS-FILE ASSIGN TO "BNDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WI-BOUNDS-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WI-AUDIT-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "REJREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WI-REGISTER-STATUS.
    SELECT RESULTS-FILE ASSIGN TO "RSLTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RM-KEY
        FILE STATUS IS WI-RSLT-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "WIFPARM"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "WIFRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE.
01  TRAN-RECORD.
    05 TR-ACTION                 PIC X(3).
    05 TR-LOT-CLASS              PIC X(4).
    05 TR-EFF-FROM               PIC X(8).
    05 TR-EFF-TO                 PIC X(8).
    05 TR-MIN-VAL                PIC X(5).
    05 TR-MAX-VAL                PIC X(5).
    05 TR-USER-ID                PIC X(8).
01  PENDING-REF-RECORD.
    05 TR-REF-ACTION             PIC X(3).
    05 TR-REF-PEND-ID            PIC X(7).
FD  BOUNDS-FILE.
01  BOUNDS-RECORD.
    COPY FAKTBCTL.
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    COPY FAKTAUD.
FD  REGISTER-FILE.
01  REGISTER-RECORD.
    COPY FAKTRREG.
FD  RESULTS-FILE.
01  RESULTS-RECORD.
    COPY FAKTRSLT.
FD  PARM-FILE.
01  PARM-RECORD.
    05 WP-DATE-FROM              PIC X(8).
    05 WP-DATE-TO                PIC X(8).
    05 WP-PRICE-DATE             PIC X(8).
    05 WP-RETAIN-DAYS            PIC X(3).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  WI-BOUNDS-STATUS             PIC X(2) VALUE SPACES.
01  WI-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  WI-REGISTER-STATUS           PIC X(2) VALUE SPACES.
01  WI-RSLT-STATUS               PIC X(2) VALUE SPACES.
01  WI-EOF-SWITCH                PIC X VALUE 'N'.
    88 WI-EOF                    VALUE 'Y'.
01  WI-REPORT-SWITCH             PIC X VALUE 'N'.
    88 WI-REPORT-OPEN            VALUE 'Y'.
01  WI-CURRENT-DATE              PIC X(21).
01  WI-DATE-FROM                 PIC X(8) VALUE SPACES.
01  WI-DATE-TO                   PIC X(8) VALUE SPACES.
01  WI-PRICE-DATE                PIC X(8) VALUE SPACES.
01  WI-STALE-DATE                PIC X(8) VALUE SPACES.
01  WI-RETAIN-DAYS               PIC 9(3) VALUE 0.
01  WI-CUTOFF-DATE               PIC 9(8) VALUE 0.
01  WI-DATE-INPUT                PIC X(8) VALUE SPACES.
01  WI-DATE-CHECK.
    05 DC-YYYY                   PIC 9(4).
    05 DC-MM                     PIC 9(2).
    05 DC-DD                     PIC 9(2).
01  WI-DATE-OK-SWITCH            PIC X VALUE 'N'.
    88 WI-DATE-OK                VALUE 'Y'.
*> Compiled bounds - what FAKTBAT prices every class against when no
*> BNDCTL is allocated at all.
01  FAKTBWI-BOUNDS.
    COPY FAKTBND.
*> Two copies of the control file: set 1 is BNDCTL as it stands, set
*> 2 the same rows with the proposed cards applied. File order is
*> kept in both, so ties on EFF-FROM break exactly as FAKTBNL's
*> sequential read breaks them. WI-SET-ABSENT marks a set priced on
*> the compiled bounds because there is no control file to read.
01  WI-TABLE-MAX                 PIC 9(4) VALUE 500.
01  WI-BOUNDS-SETS.
    05 WI-SET OCCURS 2 TIMES.
       10 WI-SET-COUNT           PIC 9(4).
       10 WI-SET-ABSENT          PIC X(1).
       10 WI-SET-ROW             PIC X(31) OCCURS 500 TIMES.
01  WI-WORK-ROW.
    COPY FAKTBCTL.
01  WI-CHECK-ROW.
    COPY FAKTBCTL.
01  WI-SET-IDX                   PIC 9(1) VALUE 0.
01  WI-ROW-IDX                   PIC 9(4) VALUE 0.
01  WI-MATCH-IDX                 PIC 9(4) VALUE 0.
01  WI-LOOK-CLASS                PIC X(4) VALUE SPACES.
01  WI-LOOK-DATE                 PIC X(8) VALUE SPACES.
01  WI-LOOK-FOUND-SWITCH         PIC X VALUE 'N'.
    88 WI-LOOK-FOUND             VALUE 'Y'.
01  WI-LOOK-MIN                  PIC S9(4) VALUE 0.
01  WI-LOOK-MAX                  PIC S9(4) VALUE 0.
01  WI-BEST-EFF-FROM             PIC X(8) VALUE SPACES.
01  WI-LOOK-RESULT               PIC X(1) VALUE SPACE.
01  WI-PAIR-FIRST-INP            PIC X(10) VALUE SPACES.
01  WI-PAIR-LAST-INP             PIC X(10) VALUE SPACES.
01  WI-ITEM-FIRST                PIC S9(4) VALUE 0.
01  WI-ITEM-LAST                 PIC S9(4) VALUE 0.
01  WI-ITEM-CLASS                PIC X(4) VALUE SPACES.
01  WI-ITEM-DATE                 PIC X(8) VALUE SPACES.
01  WI-ITEM-OK-SWITCH            PIC X VALUE 'N'.
    88 WI-ITEM-OK                VALUE 'Y'.
*> P = passes, R = out of range (RG), N = no covering row (NB).
01  WI-CUR-RESULT                PIC X(1) VALUE SPACE.
    88 WI-CUR-PASSES             VALUE 'P'.
01  WI-NEW-RESULT                PIC X(1) VALUE SPACE.
    88 WI-NEW-PASSES             VALUE 'P'.
01  WI-NEW-MIN                   PIC S9(4) VALUE 0.
01  WI-NEW-MAX                   PIC S9(4) VALUE 0.
01  WI-NUMVAL-WORK               PIC S9(8) VALUE 0.
01  WI-VAL-WORK                  PIC S9(13) VALUE 0.
01  WI-LOT-CLASS                 PIC X(4) VALUE "STD".
01  FAKTOR-PARMS.
    COPY FAKTLINK.
01  FAKTPCH-PARMS.
    COPY FAKTPCLK.
01  WI-PEND-SWITCH               PIC X VALUE 'N'.
    88 WI-PEND-LOADED            VALUE 'Y'.
01  WI-ERROR-SWITCH              PIC X VALUE 'N'.
    88 WI-CARD-IN-ERROR          VALUE 'Y'.
01  WI-CARD-IMAGE                PIC X(33) VALUE SPACES.
01  WI-CARD-PEND-ID              PIC X(7) VALUE SPACES.
01  WI-REFUSE-REASON             PIC X(28) VALUE SPACES.
01  WI-CARD-COUNT                PIC 9(5) VALUE 0.
01  WI-SIMULATED-COUNT           PIC 9(5) VALUE 0.
01  WI-REFUSED-COUNT             PIC 9(5) VALUE 0.
*> One slot per department and lot class with a movement.
01  WI-IMPACT-MAX                PIC 9(4) VALUE 500.
01  WI-IMPACT-COUNT              PIC 9(4) VALUE 0.
01  WI-IMPACT-TABLE.
    05 WI-IMPACT-ENTRY OCCURS 500 TIMES.
       10 IM-KEY.
          15 IM-DEPT-CODE        PIC X(4).
          15 IM-LOT-CLASS        PIC X(4).
       10 IM-REJECT-COUNT        PIC 9(7).
       10 IM-REJECT-VAL          PIC S9(13).
       10 IM-PASS-COUNT          PIC 9(7).
       10 IM-PASS-VAL            PIC S9(13).
       10 IM-PRINTED-FLAG        PIC X(1).
01  WI-IMPACT-KEY.
    05 WI-IMPACT-DEPT            PIC X(4).
    05 WI-IMPACT-CLASS           PIC X(4).
01  WI-IMPACT-IDX                PIC 9(4) VALUE 0.
01  WI-HIT-IDX                   PIC 9(4) VALUE 0.
01  WI-PICK-IDX                  PIC 9(4) VALUE 0.
01  WI-DONE-SWITCH               PIC X VALUE 'N'.
    88 WI-ALL-PRINTED            VALUE 'Y'.
*> One slot per R entry on the register, netted as FAKTRJR nets it.
01  WI-ITEM-MAX                  PIC 9(5) VALUE 5000.
01  WI-ITEM-COUNT                PIC 9(5) VALUE 0.
01  WI-ITEM-TABLE.
    05 WI-ITEM-ENTRY OCCURS 5000 TIMES.
       10 IT-LOT-ID              PIC X(8).
       10 IT-DEPT-CODE           PIC X(4).
       10 IT-REASON-CODE         PIC X(2).
       10 IT-RUN-DATE            PIC X(8).
       10 IT-RUN-MODE            PIC X(1).
       10 IT-FIRST-INP           PIC X(10).
       10 IT-LAST-INP            PIC X(10).
       10 IT-LOT-CLASS           PIC X(4).
       10 IT-OPEN-FLAG           PIC X(1).
01  WI-ITEM-IDX                  PIC 9(5) VALUE 0.
01  WI-AUDIT-READ-COUNT          PIC 9(9) VALUE 0.
01  WI-HIST-REPLAYED-COUNT       PIC 9(9) VALUE 0.
01  WI-NEW-REJECT-COUNT          PIC 9(7) VALUE 0.
01  WI-NEW-REJECT-VAL            PIC S9(13) VALUE 0.
01  WI-OPEN-BOUNDS-COUNT         PIC 9(7) VALUE 0.
01  WI-NOT-REPLAYABLE-COUNT      PIC 9(7) VALUE 0.
01  WI-NOW-PASS-COUNT            PIC 9(7) VALUE 0.
01  WI-NOW-PASS-VAL              PIC S9(13) VALUE 0.
01  WI-STILL-REJECT-COUNT        PIC 9(7) VALUE 0.
01  WI-ALREADY-PASS-COUNT        PIC 9(7) VALUE 0.
01  WI-RSLT-READ-COUNT           PIC 9(7) VALUE 0.
01  WI-PURGE-COUNT               PIC 9(7) VALUE 0.
01  WI-STALE-NEW-COUNT           PIC 9(7) VALUE 0.
01  WI-STALE-KEPT-COUNT          PIC 9(7) VALUE 0.
01  WI-STALE-CLEARED-COUNT       PIC 9(7) VALUE 0.
01  WI-CUR-STD-SWITCH            PIC X VALUE 'N'.
    88 WI-CUR-STD-FOUND          VALUE 'Y'.
01  WI-CUR-STD-MIN               PIC S9(4) VALUE 0.
01  WI-CUR-STD-MAX               PIC S9(4) VALUE 0.
01  WI-NEW-STD-MIN               PIC S9(4) VALUE 0.
01  WI-NEW-STD-MAX               PIC S9(4) VALUE 0.
01  WI-STALE-CUR-SWITCH          PIC X VALUE 'N'.
    88 WI-STALE-NOW              VALUE 'Y'.
01  WI-STALE-NEW-SWITCH          PIC X VALUE 'N'.
    88 WI-STALE-PROPOSED         VALUE 'Y'.
01  WI-HEADER-LINE-1.
    05 FILLER                    PIC X(34) VALUE
         "BNDCTL WHAT-IF IMPACT REPORT AS OF".
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(37) VALUE
         "  - BNDCTL NOT CHANGED".
01  WI-HEADER-LINE-2.
    05 FILLER                    PIC X(7) VALUE "REPLAY ".
    05 HL-DATE-FROM              PIC X(8).
    05 FILLER                    PIC X(3) VALUE " - ".
    05 HL-DATE-TO                PIC X(8).
    05 FILLER                    PIC X(16) VALUE "   PRICED AS OF ".
    05 HL-PRICE-DATE             PIC X(12).
    05 FILLER                    PIC X(26) VALUE SPACES.
01  WI-CARD-HEADER-LINE.
    05 FILLER                    PIC X(80) VALUE
         "PROPOSED CHANGES".
01  WI-CARD-LINE.
    05 CD-STATUS                 PIC X(9).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CD-PEND-ID                PIC X(7).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CD-CARD                   PIC X(33).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CD-REASON                 PIC X(28).
01  WI-IMPACT-HEADER-1.
    05 FILLER                    PIC X(80) VALUE
         "IMPACT BY DEPARTMENT AND LOT CLASS".
01  WI-IMPACT-HEADER-2.
    05 FILLER                    PIC X(12) VALUE "DEPT  CLASS".
    05 FILLER                    PIC X(22) VALUE
         "NEW REJ        VAL OUT".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(22) VALUE
         " NOW OK         VAL IN".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(14) VALUE
         "       NET VAL".
    05 FILLER                    PIC X(6) VALUE SPACES.
01  WI-IMPACT-LINE.
    05 IL-KEY-AREA.
       10 IL-DEPT-CODE           PIC X(4).
       10 FILLER                 PIC X(2) VALUE SPACES.
       10 IL-LOT-CLASS           PIC X(4).
    05 IL-TOTAL-LABEL REDEFINES IL-KEY-AREA
                                 PIC X(10).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-REJECT-COUNT           PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 IL-REJECT-VAL             PIC Z(12)9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-PASS-COUNT             PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 IL-PASS-VAL               PIC Z(12)9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-NET-VAL                PIC Z(12)9-.
    05 FILLER                    PIC X(6) VALUE SPACES.
01  WI-NO-IMPACT-LINE.
    05 FILLER                    PIC X(80) VALUE
         "NO LOT WOULD CHANGE STATUS UNDER THE PROPOSAL".
01  WI-STALE-HEADER-1.
    05 FILLER                    PIC X(34) VALUE
         "RSLTMST ROWS STALE OUTSIDE BOUNDS".
    05 SH-MIN                    PIC ZZZ9-.
    05 FILLER                    PIC X(4) VALUE " TO ".
    05 SH-MAX                    PIC ZZZ9-.
    05 FILLER                    PIC X(7) VALUE " AS OF ".
    05 SH-DATE                   PIC X(8).
    05 FILLER                    PIC X(17) VALUE SPACES.
01  WI-STALE-HEADER-2.
    05 FILLER                    PIC X(11) VALUE "FIRST-VAL".
    05 FILLER                    PIC X(11) VALUE "LAST-VAL".
    05 FILLER                    PIC X(13) VALUE "         VAL".
    05 FILLER                    PIC X(12) VALUE "  LAST USED".
    05 FILLER                    PIC X(10) VALUE "LAST RUN".
    05 FILLER                    PIC X(23) VALUE SPACES.
01  WI-STALE-LINE.
    05 SL-FIRST-VAL              PIC ZZZ9-.
    05 FILLER                    PIC X(6) VALUE SPACES.
    05 SL-LAST-VAL               PIC ZZZ9-.
    05 FILLER                    PIC X(6) VALUE SPACES.
    05 SL-VAL                    PIC Z(9)9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 SL-LAST-USED              PIC X(8).
    05 FILLER                    PIC X(3) VALUE SPACES.
    05 SL-LAST-RUN               PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 SL-NEW-FLAG               PIC X(7).
    05 FILLER                    PIC X(17) VALUE SPACES.
01  WI-MESSAGE-LINE              PIC X(80) VALUE SPACES.
01  WI-COUNT-LINE.
    05 CL-LABEL                  PIC X(32).
    05 CL-COUNT                  PIC ZZZ,ZZZ,ZZ9.
    05 FILLER                    PIC X(37) VALUE SPACES.
01  WI-VAL-LINE.
    05 VL-LABEL                  PIC X(32).
    05 VL-VAL                    PIC Z(12)9-.
    05 FILLER                    PIC X(34) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WI-CURRENT-DATE
    PERFORM READ-WHAT-IF-CARD
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-CURRENT-BOUNDS
    END-IF
    IF RETURN-CODE NOT = 16
        OPEN OUTPUT REPORT-FILE
        SET WI-REPORT-OPEN TO TRUE
        PERFORM WRITE-REPORT-HEADERS
        PERFORM APPLY-PROPOSED-CARDS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM REPLAY-AUDIT-HISTORY
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-OPEN-REJECTS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM REPLAY-OPEN-REJECTS
        PERFORM WRITE-IMPACT-SECTION
        PERFORM CHECK-RESULTS-MASTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM WRITE-SUMMARY-COUNTS
        DISPLAY "FAKTBWI: " WI-SIMULATED-COUNT " CARD(S) SIMULATED, "
            WI-REFUSED-COUNT " REFUSED; " WI-NEW-REJECT-COUNT
            " WOULD NEWLY REJECT, " WI-NOW-PASS-COUNT
            " OPEN REJECTS WOULD PASS, " WI-STALE-NEW-COUNT
            " NEWLY STALE"
        IF WI-NEW-REJECT-COUNT > 0 OR WI-NOW-PASS-COUNT > 0
           OR WI-STALE-NEW-COUNT > 0 OR WI-STALE-CLEARED-COUNT > 0
           OR WI-REFUSED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        IF WI-REPORT-OPEN
            MOVE "WHAT-IF ABANDONED - SEE SYSOUT" TO WI-MESSAGE-LINE
            PERFORM WRITE-MESSAGE-LINE
        END-IF
    END-IF
    IF WI-REPORT-OPEN
        CLOSE REPORT-FILE
    END-IF
    STOP RUN.

*> Unlike RSHPARM the card is not optional in substance - a what-if
*> with no replay range would silently replay nothing - so a missing
*> card refuses the run along with a bad one.
READ-WHAT-IF-CARD.
    OPEN INPUT PARM-FILE
    READ PARM-FILE
        AT END
            DISPLAY "FAKTBWI: NO WIFPARM CARD - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        NOT AT END
            PERFORM EDIT-WHAT-IF-CARD
    END-READ
    CLOSE PARM-FILE.

EDIT-WHAT-IF-CARD.
    MOVE WP-DATE-FROM TO WI-DATE-INPUT
    PERFORM CHECK-CARD-DATE
    IF NOT WI-DATE-OK
        PERFORM REFUSE-WHAT-IF-CARD
    END-IF
    MOVE WP-DATE-TO TO WI-DATE-INPUT
    PERFORM CHECK-CARD-DATE
    IF NOT WI-DATE-OK
        PERFORM REFUSE-WHAT-IF-CARD
    END-IF
    MOVE WP-DATE-FROM TO WI-DATE-FROM
    MOVE WP-DATE-TO TO WI-DATE-TO
    IF WI-DATE-FROM > WI-DATE-TO
        PERFORM REFUSE-WHAT-IF-CARD
    END-IF
    IF WP-PRICE-DATE NOT = SPACES
        MOVE WP-PRICE-DATE TO WI-DATE-INPUT
        PERFORM CHECK-CARD-DATE
        IF NOT WI-DATE-OK
            PERFORM REFUSE-WHAT-IF-CARD
        END-IF
        MOVE WP-PRICE-DATE TO WI-PRICE-DATE
        MOVE WP-PRICE-DATE TO WI-STALE-DATE
    ELSE
        MOVE WI-CURRENT-DATE (1:8) TO WI-STALE-DATE
    END-IF
    IF WP-RETAIN-DAYS NOT = SPACES
        IF WP-RETAIN-DAYS IS NUMERIC
            MOVE WP-RETAIN-DAYS TO WI-RETAIN-DAYS
        END-IF
        IF WI-RETAIN-DAYS = 0
            PERFORM REFUSE-WHAT-IF-CARD
        END-IF
    END-IF.

*> Checks the date in WI-DATE-INPUT with the same range test FAKTRJR
*> applies to its as-of card.
CHECK-CARD-DATE.
    MOVE 'N' TO WI-DATE-OK-SWITCH
    IF WI-DATE-INPUT IS NUMERIC
        MOVE WI-DATE-INPUT TO WI-DATE-CHECK
        IF DC-YYYY >= 1990 AND DC-MM >= 1 AND DC-MM <= 12
           AND DC-DD >= 1 AND DC-DD <= 31
            SET WI-DATE-OK TO TRUE
        END-IF
    END-IF.

REFUSE-WHAT-IF-CARD.
    IF RETURN-CODE NOT = 16
        DISPLAY "FAKTBWI: WIFPARM CARD '" PARM-RECORD
            "' IS NOT A VALID RANGE, DATE AND WINDOW - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    END-IF.

*> An unallocated BNDCTL is priced the way FAKTBAT prices it - the
*> compiled bounds for every class - and the proposal then starts
*> from an empty control file, as FAKTBNM's first ADD cards would.
LOAD-CURRENT-BOUNDS.
    MOVE 0 TO WI-SET-COUNT (1)
    MOVE 'N' TO WI-SET-ABSENT (1)
    OPEN INPUT BOUNDS-FILE
    IF WI-BOUNDS-STATUS = "35"
        DISPLAY "FAKTBWI: BNDCTL NOT ALLOCATED - COMPILED BOUNDS "
            "STAND TODAY"
        MOVE 'Y' TO WI-SET-ABSENT (1)
    ELSE
     IF WI-BOUNDS-STATUS NOT = "00"
        DISPLAY "FAKTBWI: BNDCTL OPEN FAILED, STATUS "
            WI-BOUNDS-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO WI-EOF-SWITCH
        PERFORM UNTIL WI-EOF
            READ BOUNDS-FILE
                AT END
                    SET WI-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ROW
            END-READ
        END-PERFORM
        CLOSE BOUNDS-FILE
     END-IF
    END-IF
    MOVE WI-SET (1) TO WI-SET (2).

LOAD-ONE-ROW.
    IF WI-SET-COUNT (1) >= WI-TABLE-MAX
        DISPLAY "FAKTBWI: BNDCTL EXCEEDS " WI-TABLE-MAX
            " ROWS - RUN ABANDONED"
        MOVE 16 TO RETURN-CODE
        SET WI-EOF TO TRUE
    ELSE
        ADD 1 TO WI-SET-COUNT (1)
        MOVE BOUNDS-RECORD TO WI-SET-ROW (1, WI-SET-COUNT (1))
    END-IF.

APPLY-PROPOSED-CARDS.
    MOVE WI-CARD-HEADER-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 'N' TO WI-EOF-SWITCH
    OPEN INPUT TRANS-FILE
    PERFORM UNTIL WI-EOF
        READ TRANS-FILE
            AT END
                SET WI-EOF TO TRUE
            NOT AT END
                ADD 1 TO WI-CARD-COUNT
                PERFORM SIMULATE-ONE-CARD
        END-READ
    END-PERFORM
    CLOSE TRANS-FILE
    IF WI-CARD-COUNT = 0
        MOVE "NO BNDTRAN CARDS - THE PROPOSAL IS BNDCTL AS IT STANDS"
            TO WI-MESSAGE-LINE
        PERFORM WRITE-MESSAGE-LINE
    END-IF
    IF WI-SET-ABSENT (1) = 'Y' AND WI-SET-COUNT (2) = 0
        MOVE 'Y' TO WI-SET-ABSENT (2)
    ELSE
        MOVE 'N' TO WI-SET-ABSENT (2)
    END-IF.

SIMULATE-ONE-CARD.
    MOVE 'N' TO WI-ERROR-SWITCH
    MOVE SPACES TO WI-CARD-PEND-ID
    MOVE SPACES TO WI-REFUSE-REASON
    MOVE TRAN-RECORD TO WI-CARD-IMAGE
    IF TR-REF-ACTION = "PND"
        PERFORM RESOLVE-PENDING-CARD
    END-IF
    IF NOT WI-CARD-IN-ERROR AND RETURN-CODE NOT = 16
        IF TR-ACTION = "ADD"
            PERFORM SIMULATE-ADD
        ELSE
         IF TR-ACTION = "EXP"
            PERFORM SIMULATE-EXPIRE
         ELSE
            MOVE "NOT AN ADD OR EXP CARD" TO WI-REFUSE-REASON
            PERFORM REFUSE-CARD
         END-IF
        END-IF
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM WRITE-CARD-LINE
    END-IF.

*> A PND card stands for the bounds card queued under that pending
*> id; the queued card is simulated exactly as if it had been keyed.
RESOLVE-PENDING-CARD.
    IF TR-REF-PEND-ID IS NOT NUMERIC
        MOVE "PENDING ID NOT NUMERIC" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
    ELSE
        MOVE TR-REF-PEND-ID TO WI-CARD-PEND-ID
        IF NOT WI-PEND-LOADED
            MOVE 'L' TO PK-FUNCTION
            CALL "FAKTPCH" USING FAKTPCH-PARMS
            IF PK-RETURN-CODE NOT = 0
                DISPLAY "FAKTBWI: PENDCHG COULD NOT BE LOADED - "
                    "RUN ABANDONED"
                MOVE 16 TO RETURN-CODE
            END-IF
            SET WI-PEND-LOADED TO TRUE
        END-IF
        IF RETURN-CODE NOT = 16
            MOVE 'F' TO PK-FUNCTION
            MOVE "BND" TO PK-MASTER
            MOVE TR-REF-PEND-ID TO PK-PEND-ID
            CALL "FAKTPCH" USING FAKTPCH-PARMS
            IF PK-RETURN-CODE NOT = 0
                MOVE "NOT PENDING ON PENDCHG"
                    TO WI-REFUSE-REASON
                PERFORM REFUSE-CARD
            ELSE
                MOVE PK-CARD TO TRAN-RECORD
                MOVE TRAN-RECORD TO WI-CARD-IMAGE
            END-IF
        END-IF
    END-IF.

*> The checks FAKTBNM's APPLY-ADD makes, against the proposal as it
*> stands after the cards before this one.
SIMULATE-ADD.
    IF TR-EFF-FROM IS NOT NUMERIC OR TR-EFF-TO IS NOT NUMERIC
       OR FUNCTION TEST-NUMVAL (TR-MIN-VAL) NOT = 0
       OR FUNCTION TEST-NUMVAL (TR-MAX-VAL) NOT = 0
        MOVE "DATE OR BOUND NOT NUMERIC" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
    ELSE
     IF TR-EFF-FROM > TR-EFF-TO
        MOVE "EFF-FROM AFTER EFF-TO" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
     ELSE
        COMPUTE WI-NUMVAL-WORK = FUNCTION NUMVAL (TR-MIN-VAL)
        IF WI-NUMVAL-WORK < -9999 OR WI-NUMVAL-WORK > 9999
            MOVE "MIN WIDER THAN 4 DIGITS" TO WI-REFUSE-REASON
            PERFORM REFUSE-CARD
        ELSE
            MOVE WI-NUMVAL-WORK TO BC-MIN-VAL OF WI-WORK-ROW
            COMPUTE WI-NUMVAL-WORK = FUNCTION NUMVAL (TR-MAX-VAL)
            IF WI-NUMVAL-WORK < -9999 OR WI-NUMVAL-WORK > 9999
                MOVE "MAX WIDER THAN 4 DIGITS" TO WI-REFUSE-REASON
                PERFORM REFUSE-CARD
            ELSE
                MOVE WI-NUMVAL-WORK TO BC-MAX-VAL OF WI-WORK-ROW
                IF BC-MIN-VAL OF WI-WORK-ROW >=
                   BC-MAX-VAL OF WI-WORK-ROW
                    MOVE "MIN NOT BELOW MAX" TO WI-REFUSE-REASON
                    PERFORM REFUSE-CARD
                ELSE
                    PERFORM CHECK-DUPLICATE-ROW
                    IF NOT WI-CARD-IN-ERROR
                        PERFORM ADD-PROPOSED-ROW
                    END-IF
                END-IF
            END-IF
        END-IF
     END-IF
    END-IF.

CHECK-DUPLICATE-ROW.
    MOVE 0 TO WI-MATCH-IDX
    PERFORM VARYING WI-ROW-IDX FROM 1 BY 1
            UNTIL WI-ROW-IDX > WI-SET-COUNT (2)
        MOVE WI-SET-ROW (2, WI-ROW-IDX) TO WI-CHECK-ROW
        IF BC-STATUS OF WI-CHECK-ROW = 'A'
           AND BC-LOT-CLASS OF WI-CHECK-ROW = TR-LOT-CLASS
           AND BC-EFF-FROM OF WI-CHECK-ROW = TR-EFF-FROM
            MOVE WI-ROW-IDX TO WI-MATCH-IDX
        END-IF
    END-PERFORM
    IF WI-MATCH-IDX > 0
        MOVE "ACTIVE ROW SAME CLASS/FROM" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
    END-IF.

ADD-PROPOSED-ROW.
    IF WI-SET-COUNT (2) >= WI-TABLE-MAX
        MOVE "BNDCTL WOULD BE FULL" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
    ELSE
        MOVE TR-LOT-CLASS TO BC-LOT-CLASS OF WI-WORK-ROW
        MOVE TR-EFF-FROM TO BC-EFF-FROM OF WI-WORK-ROW
        MOVE TR-EFF-TO TO BC-EFF-TO OF WI-WORK-ROW
        MOVE 'A' TO BC-STATUS OF WI-WORK-ROW
        ADD 1 TO WI-SET-COUNT (2)
        MOVE WI-WORK-ROW TO WI-SET-ROW (2, WI-SET-COUNT (2))
        ADD 1 TO WI-SIMULATED-COUNT
    END-IF.

SIMULATE-EXPIRE.
    MOVE 0 TO WI-MATCH-IDX
    PERFORM VARYING WI-ROW-IDX FROM 1 BY 1
            UNTIL WI-ROW-IDX > WI-SET-COUNT (2)
        MOVE WI-SET-ROW (2, WI-ROW-IDX) TO WI-WORK-ROW
        IF BC-STATUS OF WI-WORK-ROW = 'A'
           AND BC-LOT-CLASS OF WI-WORK-ROW = TR-LOT-CLASS
           AND BC-EFF-FROM OF WI-WORK-ROW = TR-EFF-FROM
            MOVE WI-ROW-IDX TO WI-MATCH-IDX
        END-IF
    END-PERFORM
    IF WI-MATCH-IDX = 0
        MOVE "NO ACTIVE ROW TO EXPIRE" TO WI-REFUSE-REASON
        PERFORM REFUSE-CARD
    ELSE
        MOVE WI-SET-ROW (2, WI-MATCH-IDX) TO WI-WORK-ROW
        MOVE 'E' TO BC-STATUS OF WI-WORK-ROW
        MOVE WI-WORK-ROW TO WI-SET-ROW (2, WI-MATCH-IDX)
        ADD 1 TO WI-SIMULATED-COUNT
    END-IF.

REFUSE-CARD.
    IF NOT WI-CARD-IN-ERROR
        ADD 1 TO WI-REFUSED-COUNT
        SET WI-CARD-IN-ERROR TO TRUE
    END-IF.

WRITE-CARD-LINE.
    IF WI-CARD-IN-ERROR
        MOVE "REFUSED" TO CD-STATUS
    ELSE
        MOVE "SIMULATED" TO CD-STATUS
    END-IF
    MOVE WI-CARD-PEND-ID TO CD-PEND-ID
    MOVE WI-CARD-IMAGE TO CD-CARD
    MOVE WI-REFUSE-REASON TO CD-REASON
    MOVE WI-CARD-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> Only what FAKTBAT (P, R) and FAKTADJ repricing (A) priced forward
*> is replayed: decode entries, console sessions, security events and
*> reversals never went through a bounds test worth repeating.
REPLAY-AUDIT-HISTORY.
    OPEN INPUT AUDIT-FILE
    IF WI-AUDIT-STATUS NOT = "00"
        DISPLAY "FAKTBWI: AUDITLOG OPEN FAILED, STATUS "
            WI-AUDIT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO WI-EOF-SWITCH
        PERFORM UNTIL WI-EOF
            READ AUDIT-FILE
                AT END
                    SET WI-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WI-AUDIT-READ-COUNT
                    IF AUD-MODE = 'F'
                       AND (AUD-RUN-TYPE = 'P' OR AUD-RUN-TYPE = 'R'
                            OR AUD-RUN-TYPE = 'A')
                       AND AUD-TIMESTAMP (1:8) >= WI-DATE-FROM
                       AND AUD-TIMESTAMP (1:8) <= WI-DATE-TO
                        PERFORM REPLAY-ONE-POSTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

REPLAY-ONE-POSTING.
    MOVE AUD-FIRST-INP TO WI-PAIR-FIRST-INP
    MOVE AUD-LAST-INP TO WI-PAIR-LAST-INP
    PERFORM EDIT-ITEM-PAIR
    IF WI-ITEM-OK
        ADD 1 TO WI-HIST-REPLAYED-COUNT
        IF AUD-LOT-CLASS = SPACES
            MOVE WI-LOT-CLASS TO WI-ITEM-CLASS
        ELSE
            MOVE AUD-LOT-CLASS TO WI-ITEM-CLASS
        END-IF
        IF WI-PRICE-DATE = SPACES
            MOVE AUD-TIMESTAMP (1:8) TO WI-ITEM-DATE
        ELSE
            MOVE WI-PRICE-DATE TO WI-ITEM-DATE
        END-IF
        PERFORM JUDGE-ITEM
        IF WI-CUR-PASSES AND NOT WI-NEW-PASSES
            COMPUTE WI-VAL-WORK = FUNCTION NUMVAL (AUD-VAL)
            MOVE AUD-DEPT-CODE TO WI-IMPACT-DEPT
            MOVE WI-ITEM-CLASS TO WI-IMPACT-CLASS
            PERFORM FIND-IMPACT-ENTRY
            IF RETURN-CODE NOT = 16
                ADD 1 TO IM-REJECT-COUNT (WI-HIT-IDX)
                ADD WI-VAL-WORK TO IM-REJECT-VAL (WI-HIT-IDX)
                ADD 1 TO WI-NEW-REJECT-COUNT
                ADD WI-VAL-WORK TO WI-NEW-REJECT-VAL
            ELSE
                SET WI-EOF TO TRUE
            END-IF
        END-IF
    END-IF.

*> The caller stages the pair as it was read - from the audit entry
*> or the register item - and the same numeric and 4-digit screens
*> FAKTBAT applies decide whether it can be priced at all.
EDIT-ITEM-PAIR.
    MOVE 'N' TO WI-ITEM-OK-SWITCH
    IF FUNCTION TEST-NUMVAL (WI-PAIR-FIRST-INP) = 0
       AND FUNCTION TEST-NUMVAL (WI-PAIR-LAST-INP) = 0
        COMPUTE WI-NUMVAL-WORK = FUNCTION NUMVAL (WI-PAIR-FIRST-INP)
            ON SIZE ERROR
                MOVE 99999999 TO WI-NUMVAL-WORK
        END-COMPUTE
        IF WI-NUMVAL-WORK >= -9999 AND WI-NUMVAL-WORK <= 9999
            MOVE WI-NUMVAL-WORK TO WI-ITEM-FIRST
            COMPUTE WI-NUMVAL-WORK = FUNCTION NUMVAL (WI-PAIR-LAST-INP)
                ON SIZE ERROR
                    MOVE 99999999 TO WI-NUMVAL-WORK
            END-COMPUTE
            IF WI-NUMVAL-WORK >= -9999 AND WI-NUMVAL-WORK <= 9999
                MOVE WI-NUMVAL-WORK TO WI-ITEM-LAST
                SET WI-ITEM-OK TO TRUE
            END-IF
        END-IF
    END-IF.

*> Prices the staged item against both sets for its class and date.
JUDGE-ITEM.
    MOVE WI-ITEM-CLASS TO WI-LOOK-CLASS
    MOVE WI-ITEM-DATE TO WI-LOOK-DATE
    MOVE 1 TO WI-SET-IDX
    PERFORM LOOKUP-SET-BOUNDS
    PERFORM TEST-ITEM-BOUNDS
    MOVE WI-LOOK-RESULT TO WI-CUR-RESULT
    MOVE 2 TO WI-SET-IDX
    PERFORM LOOKUP-SET-BOUNDS
    PERFORM TEST-ITEM-BOUNDS
    MOVE WI-LOOK-RESULT TO WI-NEW-RESULT
    MOVE WI-LOOK-MIN TO WI-NEW-MIN
    MOVE WI-LOOK-MAX TO WI-NEW-MAX.

*> FAKTBNL's selection rule, run against one in-storage set.
LOOKUP-SET-BOUNDS.
    MOVE 'N' TO WI-LOOK-FOUND-SWITCH
    MOVE BND-MIN-VAL TO WI-LOOK-MIN
    MOVE BND-MAX-VAL TO WI-LOOK-MAX
    IF WI-SET-ABSENT (WI-SET-IDX) = 'Y'
        SET WI-LOOK-FOUND TO TRUE
    ELSE
        MOVE SPACES TO WI-BEST-EFF-FROM
        PERFORM VARYING WI-ROW-IDX FROM 1 BY 1
                UNTIL WI-ROW-IDX > WI-SET-COUNT (WI-SET-IDX)
            MOVE WI-SET-ROW (WI-SET-IDX, WI-ROW-IDX) TO WI-WORK-ROW
            IF BC-STATUS OF WI-WORK-ROW = 'A'
               AND BC-LOT-CLASS OF WI-WORK-ROW = WI-LOOK-CLASS
               AND BC-EFF-FROM OF WI-WORK-ROW <= WI-LOOK-DATE
               AND BC-EFF-TO OF WI-WORK-ROW >= WI-LOOK-DATE
               AND BC-EFF-FROM OF WI-WORK-ROW >= WI-BEST-EFF-FROM
                MOVE BC-MIN-VAL OF WI-WORK-ROW TO WI-LOOK-MIN
                MOVE BC-MAX-VAL OF WI-WORK-ROW TO WI-LOOK-MAX
                MOVE BC-EFF-FROM OF WI-WORK-ROW TO WI-BEST-EFF-FROM
                SET WI-LOOK-FOUND TO TRUE
            END-IF
        END-PERFORM
    END-IF.

*> FAKTOR's forward range test on both values.
TEST-ITEM-BOUNDS.
    IF NOT WI-LOOK-FOUND
        MOVE 'N' TO WI-LOOK-RESULT
    ELSE
     IF WI-ITEM-FIRST < WI-LOOK-MIN OR WI-ITEM-FIRST > WI-LOOK-MAX
        OR WI-ITEM-LAST < WI-LOOK-MIN OR WI-ITEM-LAST > WI-LOOK-MAX
        MOVE 'R' TO WI-LOOK-RESULT
     ELSE
        MOVE 'P' TO WI-LOOK-RESULT
     END-IF
    END-IF.

FIND-IMPACT-ENTRY.
    MOVE 0 TO WI-HIT-IDX
    PERFORM VARYING WI-IMPACT-IDX FROM 1 BY 1
            UNTIL WI-IMPACT-IDX > WI-IMPACT-COUNT OR WI-HIT-IDX > 0
        IF IM-KEY (WI-IMPACT-IDX) = WI-IMPACT-KEY
            MOVE WI-IMPACT-IDX TO WI-HIT-IDX
        END-IF
    END-PERFORM
    IF WI-HIT-IDX = 0
        IF WI-IMPACT-COUNT >= WI-IMPACT-MAX
            DISPLAY "FAKTBWI: MORE THAN " WI-IMPACT-MAX
                " DEPARTMENT/CLASS GROUPS - NARROW THE REPLAY RANGE"
            MOVE 16 TO RETURN-CODE
        ELSE
            ADD 1 TO WI-IMPACT-COUNT
            MOVE WI-IMPACT-COUNT TO WI-HIT-IDX
            MOVE WI-IMPACT-KEY TO IM-KEY (WI-HIT-IDX)
            MOVE 0 TO IM-REJECT-COUNT (WI-HIT-IDX)
            MOVE 0 TO IM-REJECT-VAL (WI-HIT-IDX)
            MOVE 0 TO IM-PASS-COUNT (WI-HIT-IDX)
            MOVE 0 TO IM-PASS-VAL (WI-HIT-IDX)
            MOVE 'N' TO IM-PRINTED-FLAG (WI-HIT-IDX)
        END-IF
    END-IF.

*> The register is netted in file order exactly as FAKTRJR nets it:
*> a C clears every open item its lot had at that point.
LOAD-OPEN-REJECTS.
    OPEN INPUT REGISTER-FILE
    IF WI-REGISTER-STATUS = "35"
        DISPLAY "FAKTBWI: REJREG NOT ALLOCATED - NO OPEN REJECTS "
            "TO REPLAY"
    ELSE
     IF WI-REGISTER-STATUS NOT = "00"
        DISPLAY "FAKTBWI: REJREG OPEN FAILED, STATUS "
            WI-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO WI-EOF-SWITCH
        PERFORM UNTIL WI-EOF
            READ REGISTER-FILE
                AT END
                    SET WI-EOF TO TRUE
                NOT AT END
                    PERFORM POST-ONE-ENTRY
            END-READ
        END-PERFORM
        CLOSE REGISTER-FILE
     END-IF
    END-IF.

POST-ONE-ENTRY.
    IF RR-ENTRY-TYPE = 'C'
        IF RR-LOT-ID NOT = SPACES
            PERFORM VARYING WI-ITEM-IDX FROM 1 BY 1
                    UNTIL WI-ITEM-IDX > WI-ITEM-COUNT
                IF IT-LOT-ID (WI-ITEM-IDX) = RR-LOT-ID
                   AND IT-OPEN-FLAG (WI-ITEM-IDX) = 'O'
                    MOVE 'C' TO IT-OPEN-FLAG (WI-ITEM-IDX)
                END-IF
            END-PERFORM
        END-IF
    ELSE
        IF WI-ITEM-COUNT >= WI-ITEM-MAX
            DISPLAY "FAKTBWI: MORE THAN " WI-ITEM-MAX
                " REGISTER ENTRIES - ARCHIVE CLEARED HISTORY "
                "AND RERUN"
            MOVE 16 TO RETURN-CODE
            SET WI-EOF TO TRUE
        ELSE
            ADD 1 TO WI-ITEM-COUNT
            MOVE RR-LOT-ID TO IT-LOT-ID (WI-ITEM-COUNT)
            MOVE RR-DEPT-CODE TO IT-DEPT-CODE (WI-ITEM-COUNT)
            MOVE RR-REASON-CODE TO IT-REASON-CODE (WI-ITEM-COUNT)
            MOVE RR-RUN-DATE TO IT-RUN-DATE (WI-ITEM-COUNT)
            MOVE RR-RUN-MODE TO IT-RUN-MODE (WI-ITEM-COUNT)
            MOVE RR-FIRST-INP TO IT-FIRST-INP (WI-ITEM-COUNT)
            MOVE RR-LAST-INP TO IT-LAST-INP (WI-ITEM-COUNT)
            MOVE RR-LOT-CLASS TO IT-LOT-CLASS (WI-ITEM-COUNT)
            MOVE 'O' TO IT-OPEN-FLAG (WI-ITEM-COUNT)
        END-IF
    END-IF.

*> Only RG and NB rejects turn on the bounds. An item written before
*> the register carried the pair, or rejected in a decode run, has
*> nothing that can be priced forward and is counted, not guessed.
REPLAY-OPEN-REJECTS.
    PERFORM VARYING WI-ITEM-IDX FROM 1 BY 1
            UNTIL WI-ITEM-IDX > WI-ITEM-COUNT OR RETURN-CODE = 16
        IF IT-OPEN-FLAG (WI-ITEM-IDX) = 'O'
           AND (IT-REASON-CODE (WI-ITEM-IDX) = "RG"
                OR IT-REASON-CODE (WI-ITEM-IDX) = "NB")
            ADD 1 TO WI-OPEN-BOUNDS-COUNT
            MOVE IT-FIRST-INP (WI-ITEM-IDX) TO WI-PAIR-FIRST-INP
            MOVE IT-LAST-INP (WI-ITEM-IDX) TO WI-PAIR-LAST-INP
            MOVE 'N' TO WI-ITEM-OK-SWITCH
            IF IT-RUN-MODE (WI-ITEM-IDX) = 'F'
               AND IT-LOT-CLASS (WI-ITEM-IDX) NOT = SPACES
                PERFORM EDIT-ITEM-PAIR
            END-IF
            IF NOT WI-ITEM-OK
                ADD 1 TO WI-NOT-REPLAYABLE-COUNT
            ELSE
                PERFORM REPLAY-ONE-REJECT
            END-IF
        END-IF
    END-PERFORM.

REPLAY-ONE-REJECT.
    MOVE IT-LOT-CLASS (WI-ITEM-IDX) TO WI-ITEM-CLASS
    IF WI-PRICE-DATE = SPACES
        MOVE IT-RUN-DATE (WI-ITEM-IDX) TO WI-ITEM-DATE
    ELSE
        MOVE WI-PRICE-DATE TO WI-ITEM-DATE
    END-IF
    PERFORM JUDGE-ITEM
    IF WI-CUR-PASSES
        ADD 1 TO WI-ALREADY-PASS-COUNT
    ELSE
     IF NOT WI-NEW-PASSES
        ADD 1 TO WI-STILL-REJECT-COUNT
     ELSE
        MOVE 'F' TO LK-MODE
        MOVE WI-ITEM-FIRST TO LK-FIRST-VAL
        MOVE WI-ITEM-LAST TO LK-LAST-VAL
        MOVE WI-NEW-MIN TO LK-MIN-BOUND
        MOVE WI-NEW-MAX TO LK-MAX-BOUND
        CALL "FAKTOR" USING FAKTOR-PARMS
        MOVE LK-VAL TO WI-VAL-WORK
        MOVE IT-DEPT-CODE (WI-ITEM-IDX) TO WI-IMPACT-DEPT
        MOVE WI-ITEM-CLASS TO WI-IMPACT-CLASS
        PERFORM FIND-IMPACT-ENTRY
        IF RETURN-CODE NOT = 16
            ADD 1 TO IM-PASS-COUNT (WI-HIT-IDX)
            ADD WI-VAL-WORK TO IM-PASS-VAL (WI-HIT-IDX)
            ADD 1 TO WI-NOW-PASS-COUNT
            ADD WI-VAL-WORK TO WI-NOW-PASS-VAL
        END-IF
     END-IF
    END-IF.

*> Prints the groups in department/class order without a sort step,
*> the way FAKTRJR prints its departments: each pass picks the lowest
*> key not yet printed.
WRITE-IMPACT-SECTION.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WI-IMPACT-HEADER-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WI-IMPACT-COUNT = 0
        MOVE WI-NO-IMPACT-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    ELSE
        MOVE WI-IMPACT-HEADER-2 TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE 'N' TO WI-DONE-SWITCH
        PERFORM UNTIL WI-ALL-PRINTED
            MOVE 0 TO WI-PICK-IDX
            PERFORM VARYING WI-IMPACT-IDX FROM 1 BY 1
                    UNTIL WI-IMPACT-IDX > WI-IMPACT-COUNT
                IF IM-PRINTED-FLAG (WI-IMPACT-IDX) = 'N'
                    IF WI-PICK-IDX = 0
                        MOVE WI-IMPACT-IDX TO WI-PICK-IDX
                    ELSE
                        IF IM-KEY (WI-IMPACT-IDX) < IM-KEY (WI-PICK-IDX)
                            MOVE WI-IMPACT-IDX TO WI-PICK-IDX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF WI-PICK-IDX = 0
                SET WI-ALL-PRINTED TO TRUE
            ELSE
                PERFORM WRITE-IMPACT-LINE
            END-IF
        END-PERFORM
        MOVE "TOTAL" TO IL-TOTAL-LABEL
        MOVE WI-NEW-REJECT-COUNT TO IL-REJECT-COUNT
        MOVE WI-NEW-REJECT-VAL TO IL-REJECT-VAL
        MOVE WI-NOW-PASS-COUNT TO IL-PASS-COUNT
        MOVE WI-NOW-PASS-VAL TO IL-PASS-VAL
        COMPUTE IL-NET-VAL = WI-NOW-PASS-VAL - WI-NEW-REJECT-VAL
        MOVE WI-IMPACT-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

WRITE-IMPACT-LINE.
    MOVE IM-DEPT-CODE (WI-PICK-IDX) TO IL-DEPT-CODE
    MOVE IM-LOT-CLASS (WI-PICK-IDX) TO IL-LOT-CLASS
    MOVE IM-REJECT-COUNT (WI-PICK-IDX) TO IL-REJECT-COUNT
    MOVE IM-REJECT-VAL (WI-PICK-IDX) TO IL-REJECT-VAL
    MOVE IM-PASS-COUNT (WI-PICK-IDX) TO IL-PASS-COUNT
    MOVE IM-PASS-VAL (WI-PICK-IDX) TO IL-PASS-VAL
    COMPUTE IL-NET-VAL = IM-PASS-VAL (WI-PICK-IDX)
        - IM-REJECT-VAL (WI-PICK-IDX)
    MOVE WI-IMPACT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 'Y' TO IM-PRINTED-FLAG (WI-PICK-IDX).

*> FAKTRSH re-checks every surviving row against the STD class as of
*> the day it runs; the same check is made here against both sets.
*> A proposal that leaves STD uncovered on that date would make
*> FAKTRSH refuse the run outright, which is reported instead of a
*> list.
CHECK-RESULTS-MASTER.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WI-LOT-CLASS TO WI-LOOK-CLASS
    MOVE WI-STALE-DATE TO WI-LOOK-DATE
    MOVE 1 TO WI-SET-IDX
    PERFORM LOOKUP-SET-BOUNDS
    MOVE WI-LOOK-FOUND-SWITCH TO WI-CUR-STD-SWITCH
    MOVE WI-LOOK-MIN TO WI-CUR-STD-MIN
    MOVE WI-LOOK-MAX TO WI-CUR-STD-MAX
    MOVE 2 TO WI-SET-IDX
    PERFORM LOOKUP-SET-BOUNDS
    MOVE WI-LOOK-MIN TO WI-NEW-STD-MIN
    MOVE WI-LOOK-MAX TO WI-NEW-STD-MAX
    IF NOT WI-LOOK-FOUND
        STRING "NO ACTIVE STD ROW ON " WI-STALE-DATE
            " UNDER THE PROPOSAL - FAKTRSH WOULD REFUSE TO RUN"
            DELIMITED BY SIZE
            INTO WI-MESSAGE-LINE
        END-STRING
        PERFORM WRITE-MESSAGE-LINE
    ELSE
        OPEN INPUT RESULTS-FILE
        IF WI-RSLT-STATUS = "35"
            MOVE "RSLTMST NOT ALLOCATED - NO RESULTS-MASTER CHECK"
                TO WI-MESSAGE-LINE
            PERFORM WRITE-MESSAGE-LINE
        ELSE
         IF WI-RSLT-STATUS NOT = "00" AND WI-RSLT-STATUS NOT = "05"
            DISPLAY "FAKTBWI: RESULTS MASTER WILL NOT OPEN (STATUS "
                WI-RSLT-STATUS ")"
            MOVE 16 TO RETURN-CODE
         ELSE
            PERFORM COMPUTE-CUTOFF-DATE
            MOVE WI-NEW-STD-MIN TO SH-MIN
            MOVE WI-NEW-STD-MAX TO SH-MAX
            MOVE WI-STALE-DATE TO SH-DATE
            MOVE WI-STALE-HEADER-1 TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE WI-STALE-HEADER-2 TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE 'N' TO WI-EOF-SWITCH
            PERFORM UNTIL WI-EOF
                READ RESULTS-FILE NEXT RECORD
                    AT END
                        SET WI-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WI-RSLT-READ-COUNT
                        PERFORM JUDGE-RESULT-ROW
                END-READ
            END-PERFORM
            CLOSE RESULTS-FILE
         END-IF
        END-IF
    END-IF.

*> FAKTRSH's own cutoff arithmetic; with no window given nothing is
*> treated as purged.
COMPUTE-CUTOFF-DATE.
    MOVE 0 TO WI-CUTOFF-DATE
    IF WI-RETAIN-DAYS > 0
        COMPUTE WI-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WI-STALE-DATE))
             - WI-RETAIN-DAYS + 1)
    END-IF.

JUDGE-RESULT-ROW.
    IF RM-LAST-USED-DATE IS NUMERIC
       AND FUNCTION NUMVAL (RM-LAST-USED-DATE) < WI-CUTOFF-DATE
        ADD 1 TO WI-PURGE-COUNT
    ELSE
        MOVE 'N' TO WI-STALE-CUR-SWITCH
        MOVE 'N' TO WI-STALE-NEW-SWITCH
        IF WI-CUR-STD-FOUND
           AND (RM-FIRST-VAL < WI-CUR-STD-MIN
                OR RM-FIRST-VAL > WI-CUR-STD-MAX
                OR RM-LAST-VAL < WI-CUR-STD-MIN
                OR RM-LAST-VAL > WI-CUR-STD-MAX)
            SET WI-STALE-NOW TO TRUE
        END-IF
        IF RM-FIRST-VAL < WI-NEW-STD-MIN
           OR RM-FIRST-VAL > WI-NEW-STD-MAX
           OR RM-LAST-VAL < WI-NEW-STD-MIN
           OR RM-LAST-VAL > WI-NEW-STD-MAX
            SET WI-STALE-PROPOSED TO TRUE
        END-IF
        IF WI-STALE-PROPOSED
            PERFORM WRITE-STALE-LINE
        ELSE
            IF WI-STALE-NOW
                ADD 1 TO WI-STALE-CLEARED-COUNT
            END-IF
        END-IF
    END-IF.

WRITE-STALE-LINE.
    MOVE RM-FIRST-VAL TO SL-FIRST-VAL
    MOVE RM-LAST-VAL TO SL-LAST-VAL
    MOVE RM-VAL TO SL-VAL
    MOVE RM-LAST-USED-DATE TO SL-LAST-USED
    MOVE RM-LAST-USED-RUN-ID TO SL-LAST-RUN
    IF WI-STALE-NOW
        MOVE SPACES TO SL-NEW-FLAG
        ADD 1 TO WI-STALE-KEPT-COUNT
    ELSE
        MOVE "NEW" TO SL-NEW-FLAG
        ADD 1 TO WI-STALE-NEW-COUNT
    END-IF
    MOVE WI-STALE-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.

WRITE-MESSAGE-LINE.
    MOVE WI-MESSAGE-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO WI-MESSAGE-LINE.

WRITE-REPORT-HEADERS.
    MOVE WI-CURRENT-DATE (1:8) TO HL-AS-OF
    MOVE WI-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WI-DATE-FROM TO HL-DATE-FROM
    MOVE WI-DATE-TO TO HL-DATE-TO
    IF WI-PRICE-DATE = SPACES
        MOVE "EACH RUN DAY" TO HL-PRICE-DATE
    ELSE
        MOVE WI-PRICE-DATE TO HL-PRICE-DATE
    END-IF
    MOVE WI-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

*> The counts print on the report and echo to SYSOUT, as FAKTRSH's
*> do, so the sign-off copy and the joblog tell the same story.
WRITE-SUMMARY-COUNTS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "CARDS SIMULATED               : " TO CL-LABEL
    MOVE WI-SIMULATED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "CARDS REFUSED                 : " TO CL-LABEL
    MOVE WI-REFUSED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "AUDIT ENTRIES READ            : " TO CL-LABEL
    MOVE WI-AUDIT-READ-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "POSTINGS REPLAYED             : " TO CL-LABEL
    MOVE WI-HIST-REPLAYED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "POSTINGS THAT WOULD REJECT    : " TO CL-LABEL
    MOVE WI-NEW-REJECT-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "OPEN RG/NB REJECTS            : " TO CL-LABEL
    MOVE WI-OPEN-BOUNDS-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  WOULD NOW PASS              : " TO CL-LABEL
    MOVE WI-NOW-PASS-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  WOULD STILL REJECT          : " TO CL-LABEL
    MOVE WI-STILL-REJECT-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  PASS TODAY'S BOUNDS ALREADY : " TO CL-LABEL
    MOVE WI-ALREADY-PASS-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  NO PAIR RECORDED TO REPLAY  : " TO CL-LABEL
    MOVE WI-NOT-REPLAYABLE-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "VAL OUT                       : " TO VL-LABEL
    MOVE WI-NEW-REJECT-VAL TO VL-VAL
    MOVE WI-VAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "VAL IN                        : " TO VL-LABEL
    MOVE WI-NOW-PASS-VAL TO VL-VAL
    MOVE WI-VAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "RSLTMST ROWS READ             : " TO CL-LABEL
    MOVE WI-RSLT-READ-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  PURGED BY THE WINDOW        : " TO CL-LABEL
    MOVE WI-PURGE-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  NEWLY STALE                 : " TO CL-LABEL
    MOVE WI-STALE-NEW-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  STALE TODAY AND STILL STALE : " TO CL-LABEL
    MOVE WI-STALE-KEPT-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE "  STALE TODAY, NOT UNDER PLAN : " TO CL-LABEL
    MOVE WI-STALE-CLEARED-COUNT TO CL-COUNT
    PERFORM WRITE-COUNT-LINE.

WRITE-COUNT-LINE.
    MOVE WI-COUNT-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD.
