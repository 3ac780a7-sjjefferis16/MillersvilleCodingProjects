IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTADJ.
*> FAKTADJ is the adjustment run: it takes back VALs that FAKTBAT
*> has already shipped to the ledger on INTFOUT - a lot keyed against
*> the wrong department or with the wrong LAST-VAL - and, where the
*> card asks for it, prices the corrected pair in the same run. Each
*> ADJTRAN card names a lot and the run-id and run date it was
*> originally posted under; the original forward entry is found on
*> AUDITLOG, and the adjustment ships on its own H/T-controlled
*> ADJINTF interface file so the ledger posts it like any other
*> FAKTOR run instead of someone phoning the ledger group.
*>
*> Both movements land on the books: AUDITLOG gets a reversal entry
*> (AUD-MODE 'X', the original VAL negated, the original run-id and
*> date in AUD-ORIG-RUN-ID/AUD-ORIG-RUN-DATE) and, for a reprice, an
*> ordinary forward entry under run type 'A'; RUNHIST gets X records
*> for the departments the reversals came out of, D records for the
*> departments the reprices went into, and an R record for the run;
*> TOTALFL gets the handoff, so FAKTREC balances the adjustment run
*> exactly as it balances a production run, FAKTACK matches the
*> ledger's acknowledgment of ADJINTF against the R record, and
*> FAKTTRD nets the figures.
*>
*> Only a completed run counts. An original entry, or an earlier
*> reversal of it, is honoured only when its run-id and date have an
*> R record on RUNHIST - an abended FAKTBAT run never shipped, and an
*> abended adjustment run left no ADJINTF trailer for the ledger to
*> post, so neither may block or feed a later adjustment. Resubmit an
*> abended adjustment under a fresh run-id, as for FAKTBAT.
*>
*> The LOTMST lot master follows the books: a reversed lot's row is
*> marked X, so the corrected lot may be submitted again through
*> FAKTBAT, and a repriced lot's row is replaced with this run's
*> identity and new VAL. An unallocated master is left alone; one
*> that will not open refuses the run before anything is written.
*>
*> ADJTRAN card layout (fixed columns):
*>   1-8   lot ID               9-16  original run-id
*>   17-24 original run date, YYYYMMDD
*>   25    action  R = reverse only
*>                 C = reverse and reprice the corrected pair
*>   26-35 corrected FIRST-VAL  36-45 corrected LAST-VAL  (C only)
*>   46-49 corrected department (C only - spaces keep the original)
*>   50-53 corrected lot class  (C only - spaces keep the original)
*> PARM='ADJRUN1' runs under today's date; PARM='ADJRUN1,YYYYMMDD'
*> runs under that business date, as a RUNDATE card does for FAKTBAT.
*>
*> A run dated into a month FAKTPCL has closed on PERDCLS is refused
*> (FAKTPDC) before anything is read.
*>
*> Condition codes: 0 every card applied, 4 one or more cards refused
*> (listed on the report and SYSOUT, the rest applied), 16 bad PARM,
*> run date in a closed period, an input that would not open, a
*> table overflowed, or AUDITLOG or RUNHIST would not open to append
*> - nothing written. A LOTMST row that will not post is also 16: the
*> adjustment itself is written, and the lot named on SYSOUT must be
*> put right on the master by hand.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "ADJTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AJ-TRAN-STATUS.
    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AJ-AUDIT-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AJ-HISTORY-STATUS.
    SELECT DEPT-FILE ASSIGN TO "DEPTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AJ-DEPT-STATUS.
    SELECT INTERFACE-FILE ASSIGN TO "ADJINTF"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TOTALS-FILE ASSIGN TO "TOTALFL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "ADJRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOT-MASTER-FILE ASSIGN TO "LOTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LM-LOT-ID
        FILE STATUS IS AJ-LOTM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE.
01  TRAN-RECORD                  PIC X(80).
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    COPY FAKTAUD.
FD  HISTORY-FILE.
01  HISTORY-RECORD.
    COPY FAKTHIST.
FD  DEPT-FILE.
01  DEPT-RECORD.
    COPY FAKTDEPT.
FD  INTERFACE-FILE.
01  INTERFACE-RECORD.
    COPY FAKTINTF.
FD  TOTALS-FILE.
01  TOTALS-RECORD.
    COPY FAKTTOTL.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
FD  LOT-MASTER-FILE.
01  LOT-MASTER-RECORD.
    COPY FAKTLOTM.
WORKING-STORAGE SECTION.
01  AJ-TRAN-STATUS               PIC X(2) VALUE SPACES.
01  AJ-AUDIT-STATUS              PIC X(2) VALUE SPACES.
01  AJ-HISTORY-STATUS            PIC X(2) VALUE SPACES.
01  AJ-DEPT-STATUS               PIC X(2) VALUE SPACES.
01  AJ-LOTM-STATUS               PIC X(2) VALUE SPACES.
01  AJ-LOTM-SWITCH               PIC X VALUE 'N'.
    88 AJ-LOTM-ON                VALUE 'Y'.
01  AJ-EOF-SWITCH                PIC X VALUE 'N'.
    88 AJ-EOF                    VALUE 'Y'.
01  AJ-RUN-ID                    PIC X(8) VALUE SPACES.
01  AJ-RUN-TYPE                  PIC X(1) VALUE 'A'.
01  AJ-PARM-LEN                  PIC S9(4) COMP VALUE 0.
*> Nine bytes for an eight-byte date, so a mistyped date one digit
*> too long refuses the run instead of truncating to a valid one.
01  AJ-PARM-DATE-IN              PIC X(9) VALUE SPACES.
01  AJ-CURRENT-DATE              PIC X(21).
01  AJ-RUN-DATE REDEFINES AJ-CURRENT-DATE.
    05 AJ-RUN-YYYY               PIC X(4).
    05 AJ-RUN-MM                 PIC X(2).
    05 AJ-RUN-DD                 PIC X(2).
    05 FILLER                    PIC X(13).
01  AJ-DATE-CHECK.
    05 AJ-DC-YYYY                PIC 9(4).
    05 AJ-DC-MM                  PIC 9(2).
    05 AJ-DC-DD                  PIC 9(2).
*> One card as read from ADJTRAN - see the layout in the header.
01  AJ-CARD-WORK.
    05 AW-LOT-ID                 PIC X(8).
    05 AW-ORIG-RUN-ID            PIC X(8).
    05 AW-ORIG-RUN-DATE          PIC X(8).
    05 AW-ACTION                 PIC X(1).
    05 AW-NEW-FIRST-INP          PIC X(10).
    05 AW-NEW-LAST-INP           PIC X(10).
    05 AW-NEW-DEPT               PIC X(4).
    05 AW-NEW-CLASS              PIC X(4).
    05 FILLER                    PIC X(27).
*> The whole card deck, resolved in full before anything is written:
*> AC-STATUS starts 'V' (edited clean), goes to 'E' when the card is
*> refused and 'A' once it is ready to apply. The original entry's
*> figures are captured off AUDITLOG into the same row.
01  AJ-CARD-TABLE-MAX            PIC 9(4) VALUE 500.
01  AJ-CARD-COUNT                PIC 9(4) VALUE 0.
01  AJ-CARD-TABLE.
    05 AC-ENTRY OCCURS 500 TIMES.
       10 AC-LOT-ID              PIC X(8).
       10 AC-ORIG-RUN-ID         PIC X(8).
       10 AC-ORIG-RUN-DATE       PIC X(8).
       10 AC-ACTION              PIC X(1).
       10 AC-STATUS              PIC X(1).
       10 AC-REASON              PIC X(16).
       10 AC-FOUND-FLAG          PIC X(1).
       10 AC-REVERSED-FLAG       PIC X(1).
       10 AC-ORIG-FIRST-INP      PIC X(10).
       10 AC-ORIG-LAST-INP       PIC X(10).
       10 AC-ORIG-VAL            PIC S9(10).
       10 AC-ORIG-OVERFLOW       PIC X(1).
       10 AC-ORIG-DEPT           PIC X(4).
       10 AC-ORIG-CLASS          PIC X(4).
       10 AC-NEW-FIRST-INP       PIC X(10).
       10 AC-NEW-LAST-INP        PIC X(10).
       10 AC-NEW-DEPT            PIC X(4).
       10 AC-NEW-CLASS           PIC X(4).
       10 AC-NEW-VAL             PIC S9(10).
       10 AC-NEW-OVERFLOW        PIC X(1).
01  AJ-CARD-IDX                  PIC 9(4) VALUE 0.
01  AJ-CHECK-IDX                 PIC 9(4) VALUE 0.
*> Run-id/date of every completed run on RUNHIST (its R record).
01  AJ-RUN-TABLE-MAX             PIC 9(5) VALUE 5000.
01  AJ-RUN-COUNT                 PIC 9(5) VALUE 0.
01  AJ-RUN-TABLE.
    05 AR-ENTRY OCCURS 5000 TIMES.
       10 AR-RUN-ID              PIC X(8).
       10 AR-RUN-DATE            PIC X(8).
01  AJ-RUN-IDX                   PIC 9(5) VALUE 0.
01  AJ-RUN-DONE-SWITCH           PIC X VALUE 'N'.
    88 AJ-RUN-COMPLETED          VALUE 'Y'.
01  AJ-VAL-WORK                  PIC S9(10) VALUE 0.
01  AJ-NUMVAL-FIRST              PIC S9(8) VALUE 0.
01  AJ-NUMVAL-LAST               PIC S9(8) VALUE 0.
01  FAKTADJ-BOUNDS.
    COPY FAKTBND.
01  FAKTBNL-PARMS.
    COPY FAKTBLNK.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
01  FAKTPDC-PARMS.
    COPY FAKTPDLK.
01  FAKTOR-PARMS.
    COPY FAKTLINK.
01  AJ-LOT-CLASS                 PIC X(4) VALUE "STD".
*> DEPTMST, tabled the way FAKTBAT tables it: a corrected department
*> must be an active row, an unallocated master turns the check off.
01  AJ-DEPT-CHECK-SWITCH         PIC X VALUE 'N'.
    88 AJ-DEPT-CHECK-ON          VALUE 'Y'.
01  AJ-DEPT-TABLE-MAX            PIC 9(3) VALUE 200.
01  AJ-DEPT-COUNT                PIC 9(3) VALUE 0.
01  AJ-DEPT-TABLE.
    05 AD-ENTRY OCCURS 200 TIMES.
       10 AD-DEPT-CODE           PIC X(4).
       10 AD-STATUS              PIC X(1).
01  AJ-DEPT-IDX                  PIC 9(3) VALUE 0.
01  AJ-DEPT-OK-SWITCH            PIC X VALUE 'N'.
    88 AJ-DEPT-OK                VALUE 'Y'.
*> Per-department movement for the RUNHIST X and D records - one row
*> per department touched, at most two per card.
01  AJ-SUM-TABLE-MAX             PIC 9(4) VALUE 1000.
01  AJ-SUM-COUNT                 PIC 9(4) VALUE 0.
01  AJ-SUM-TABLE.
    05 AS-ENTRY OCCURS 1000 TIMES.
       10 AS-DEPT-CODE           PIC X(4).
       10 AS-REV-COUNT           PIC 9(7).
       10 AS-REV-VAL             PIC S9(12).
       10 AS-REP-COUNT           PIC 9(7).
       10 AS-REP-VAL             PIC S9(12).
01  AJ-SUM-IDX                   PIC 9(4) VALUE 0.
01  AJ-SUM-HIT-IDX               PIC 9(4) VALUE 0.
01  AJ-SUM-DEPT                  PIC X(4) VALUE SPACES.
01  AJ-REVERSED-COUNT            PIC 9(7) VALUE 0.
01  AJ-REVERSED-VAL              PIC S9(12) VALUE 0.
01  AJ-REPRICED-COUNT            PIC 9(7) VALUE 0.
01  AJ-REPRICED-VAL              PIC S9(12) VALUE 0.
01  AJ-REFUSED-COUNT             PIC 9(7) VALUE 0.
01  AJ-SHIPPED-COUNT             PIC 9(7) VALUE 0.
01  AJ-NET-VAL                   PIC S9(12) VALUE 0.
01  AJ-PAGE-COUNT                PIC 9(4) VALUE 0.
01  AJ-LINE-COUNT                PIC 9(4) VALUE 99.
01  AJ-LINES-PER-PAGE            PIC 9(4) VALUE 55.
01  AJ-HEADER-LINE-1.
    05 FILLER                    PIC X(20) VALUE "FAKTOR ADJUSTMENTS".
    05 FILLER                    PIC X(4) VALUE "RUN ".
    05 AH-RUN-ID                 PIC X(8).
    05 FILLER                    PIC X(8) VALUE SPACES.
    05 FILLER                    PIC X(10) VALUE "RUN DATE: ".
    05 AH-MM                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 AH-DD                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 AH-YYYY                   PIC X(4).
    05 FILLER                    PIC X(5) VALUE SPACES.
    05 FILLER                    PIC X(6) VALUE "PAGE: ".
    05 AH-PAGE                   PIC ZZZ9.
    05 FILLER                    PIC X(5) VALUE SPACES.
01  AJ-HEADER-LINE-2.
    05 FILLER                    PIC X(10) VALUE "LOT-ID".
    05 FILLER                    PIC X(10) VALUE "ORIG RUN".
    05 FILLER                    PIC X(10) VALUE "ORIG DATE".
    05 FILLER                    PIC X(9) VALUE "ENTRY".
    05 FILLER                    PIC X(6) VALUE "DEPT".
    05 FILLER                    PIC X(6) VALUE "CLS".
    05 FILLER                    PIC X(13) VALUE "        VAL".
    05 FILLER                    PIC X(16) VALUE "NOTE".
01  AJ-DETAIL-LINE.
    05 AL-LOT-ID                 PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-ORIG-RUN-ID            PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-ORIG-RUN-DATE          PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-ENTRY                  PIC X(7).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-LOT-CLASS              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-VAL                    PIC Z(9)9-.
    05 AL-VAL-BLANK REDEFINES AL-VAL
                                 PIC X(11).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 AL-NOTE                   PIC X(16).
01  AJ-TOTAL-LINE.
    05 AT-LABEL                  PIC X(25).
    05 AT-COUNT                  PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(4) VALUE SPACES.
    05 AT-VAL                    PIC Z(9)9-.
    05 AT-VAL-BLANK REDEFINES AT-VAL
                                 PIC X(11).
    05 FILLER                    PIC X(33) VALUE SPACES.
LINKAGE SECTION.
01  LK-RUN-PARM.
    05 LK-PARM-LEN               PIC S9(4) COMP.
    05 LK-PARM-TEXT              PIC X(32).
PROCEDURE DIVISION USING LK-RUN-PARM.
MAIN-PARA.
    PERFORM READ-RUN-PARM
    PERFORM CHECK-PERIOD-OPEN
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-DEPT-MASTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-ADJUSTMENT-CARDS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-COMPLETED-RUNS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM SCAN-AUDIT-LOG
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM LOAD-AUDIT-CHAIN-TAIL
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM OPEN-LOT-MASTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM VARYING AJ-CARD-IDX FROM 1 BY 1
                UNTIL AJ-CARD-IDX > AJ-CARD-COUNT
                   OR RETURN-CODE = 16
            IF AC-STATUS (AJ-CARD-IDX) = 'V'
                PERFORM RESOLVE-ONE-CARD
            END-IF
        END-PERFORM
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM WRITE-ADJUSTMENT-RUN
    END-IF
    IF RETURN-CODE NOT = 16
        DISPLAY "FAKTADJ: RUN " AJ-RUN-ID " " AJ-CURRENT-DATE (1:8)
            " - " AJ-REVERSED-COUNT " REVERSED, " AJ-REPRICED-COUNT
            " REPRICED, " AJ-REFUSED-COUNT " CARD(S) REFUSED"
        IF AJ-REFUSED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

*> Same halfword-prefixed PARM handling as FAKTBAT: only LK-PARM-LEN
*> bytes are parsed.
READ-RUN-PARM.
    MOVE FUNCTION CURRENT-DATE TO AJ-CURRENT-DATE
    MOVE LK-PARM-LEN TO AJ-PARM-LEN
    IF AJ-PARM-LEN > 32
        MOVE 32 TO AJ-PARM-LEN
    END-IF
    IF AJ-PARM-LEN > 0
        UNSTRING LK-PARM-TEXT (1:AJ-PARM-LEN) DELIMITED BY ","
            INTO AJ-RUN-ID
                 AJ-PARM-DATE-IN
        END-UNSTRING
    END-IF
    IF AJ-RUN-ID = SPACES
        MOVE "ADJUST" TO AJ-RUN-ID
    END-IF
    IF AJ-PARM-DATE-IN NOT = SPACES
        IF AJ-PARM-DATE-IN (1:8) IS NUMERIC
           AND AJ-PARM-DATE-IN (9:1) = SPACE
            MOVE AJ-PARM-DATE-IN (1:8) TO AJ-DATE-CHECK
        ELSE
            MOVE 0 TO AJ-DC-YYYY
            MOVE 0 TO AJ-DC-MM
            MOVE 0 TO AJ-DC-DD
        END-IF
        IF AJ-DC-YYYY < 1990 OR AJ-DC-MM < 1 OR AJ-DC-MM > 12
           OR AJ-DC-DD < 1 OR AJ-DC-DD > 31
            DISPLAY "FAKTADJ: PARM DATE MUST BE A VALID YYYYMMDD, "
                "NOT '" AJ-PARM-DATE-IN "' - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE AJ-PARM-DATE-IN (1:8) TO AJ-CURRENT-DATE (1:8)
    END-IF.

*> The adjustment run itself is held to the close: it posts under its
*> own business date, so a run dated into a closed month is refused.
*> Reversing an original from a closed month is what an adjustment
*> is for, and is done under an open date. RETURN-CODE rides across
*> the call in PD-COND-CODE.
CHECK-PERIOD-OPEN.
    MOVE "FAKTADJ" TO PD-PROGRAM
    MOVE AJ-CURRENT-DATE (1:8) TO PD-RUN-DATE
    MOVE RETURN-CODE TO PD-COND-CODE
    CALL "FAKTPDC" USING FAKTPDC-PARMS
    MOVE PD-COND-CODE TO RETURN-CODE
    EVALUATE PD-RETURN-CODE
        WHEN 0
            CONTINUE
        WHEN 4
            CONTINUE
        WHEN 8
            DISPLAY "FAKTADJ: RUN DATE " PD-RUN-DATE
                " FALLS IN A CLOSED PERIOD (CLOSED " PD-CLOSED-TS
                " BY " PD-CLOSED-BY ") - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "FAKTADJ: PERIOD-CLOSE CHECK FAILED FOR "
                PD-RUN-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

LOAD-DEPT-MASTER.
    OPEN INPUT DEPT-FILE
    IF AJ-DEPT-STATUS = "35"
        DISPLAY "FAKTADJ: DEPTMST NOT ALLOCATED - DEPARTMENT "
            "VALIDATION OFF"
    ELSE
     IF AJ-DEPT-STATUS NOT = "00"
        DISPLAY "FAKTADJ: DEPTMST OPEN FAILED, STATUS "
            AJ-DEPT-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO AJ-EOF-SWITCH
        PERFORM UNTIL AJ-EOF
            READ DEPT-FILE
                AT END
                    SET AJ-EOF TO TRUE
                NOT AT END
                    IF AJ-DEPT-COUNT >= AJ-DEPT-TABLE-MAX
                        DISPLAY "FAKTADJ: DEPTMST EXCEEDS "
                            AJ-DEPT-TABLE-MAX " ROWS - RUN REFUSED"
                        MOVE 16 TO RETURN-CODE
                        SET AJ-EOF TO TRUE
                    ELSE
                        ADD 1 TO AJ-DEPT-COUNT
                        MOVE DM-DEPT-CODE TO AD-DEPT-CODE (AJ-DEPT-COUNT)
                        MOVE DM-STATUS TO AD-STATUS (AJ-DEPT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPT-FILE
        IF RETURN-CODE NOT = 16
            SET AJ-DEPT-CHECK-ON TO TRUE
        END-IF
     END-IF
    END-IF.

OPEN-LOT-MASTER.
    OPEN I-O LOT-MASTER-FILE
    IF AJ-LOTM-STATUS = "35"
        DISPLAY "FAKTADJ: LOTMST NOT ALLOCATED - LOT MASTER NOT "
            "UPDATED"
    ELSE
     IF AJ-LOTM-STATUS NOT = "00"
        DISPLAY "FAKTADJ: LOTMST OPEN FAILED, STATUS "
            AJ-LOTM-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     ELSE
        SET AJ-LOTM-ON TO TRUE
     END-IF
    END-IF.

LOAD-ADJUSTMENT-CARDS.
    OPEN INPUT TRANS-FILE
    IF AJ-TRAN-STATUS NOT = "00"
        DISPLAY "FAKTADJ: ADJTRAN OPEN FAILED, STATUS "
            AJ-TRAN-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO AJ-EOF-SWITCH
        PERFORM UNTIL AJ-EOF
            READ TRANS-FILE
                AT END
                    SET AJ-EOF TO TRUE
                NOT AT END
                    IF TRAN-RECORD NOT = SPACES
                        PERFORM LOAD-ONE-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-FILE
    END-IF.

*> Edits the card's own fields; whether the original exists is only
*> known after the AUDITLOG scan.
LOAD-ONE-CARD.
    IF AJ-CARD-COUNT >= AJ-CARD-TABLE-MAX
        DISPLAY "FAKTADJ: MORE THAN " AJ-CARD-TABLE-MAX
            " ADJTRAN CARDS - RUN REFUSED, SPLIT THE DECK"
        MOVE 16 TO RETURN-CODE
        SET AJ-EOF TO TRUE
    ELSE
        MOVE TRAN-RECORD TO AJ-CARD-WORK
        ADD 1 TO AJ-CARD-COUNT
        MOVE AW-LOT-ID TO AC-LOT-ID (AJ-CARD-COUNT)
        MOVE AW-ORIG-RUN-ID TO AC-ORIG-RUN-ID (AJ-CARD-COUNT)
        MOVE AW-ORIG-RUN-DATE TO AC-ORIG-RUN-DATE (AJ-CARD-COUNT)
        MOVE AW-ACTION TO AC-ACTION (AJ-CARD-COUNT)
        MOVE 'V' TO AC-STATUS (AJ-CARD-COUNT)
        MOVE SPACES TO AC-REASON (AJ-CARD-COUNT)
        MOVE 'N' TO AC-FOUND-FLAG (AJ-CARD-COUNT)
        MOVE 'N' TO AC-REVERSED-FLAG (AJ-CARD-COUNT)
        MOVE AW-NEW-FIRST-INP TO AC-NEW-FIRST-INP (AJ-CARD-COUNT)
        MOVE AW-NEW-LAST-INP TO AC-NEW-LAST-INP (AJ-CARD-COUNT)
        MOVE AW-NEW-DEPT TO AC-NEW-DEPT (AJ-CARD-COUNT)
        MOVE AW-NEW-CLASS TO AC-NEW-CLASS (AJ-CARD-COUNT)
        MOVE 0 TO AC-NEW-VAL (AJ-CARD-COUNT)
        MOVE 'N' TO AC-NEW-OVERFLOW (AJ-CARD-COUNT)
        MOVE AJ-CARD-COUNT TO AJ-CARD-IDX
        IF AW-LOT-ID = SPACES OR AW-ORIG-RUN-ID = SPACES
           OR AW-ORIG-RUN-DATE IS NOT NUMERIC
           OR (AW-ACTION NOT = 'R' AND AW-ACTION NOT = 'C')
            MOVE "BAD CARD" TO AC-REASON (AJ-CARD-IDX)
            PERFORM REFUSE-CARD
        ELSE
         IF AW-ACTION = 'C'
            AND (FUNCTION TEST-NUMVAL (AW-NEW-FIRST-INP) NOT = 0
              OR FUNCTION TEST-NUMVAL (AW-NEW-LAST-INP) NOT = 0)
            MOVE "BAD CORRECTION" TO AC-REASON (AJ-CARD-IDX)
            PERFORM REFUSE-CARD
         ELSE
*> The same posting twice in one deck would reverse it twice - the
*> AUDITLOG check cannot see a reversal this run has not written yet.
            PERFORM VARYING AJ-CHECK-IDX FROM 1 BY 1
                    UNTIL AJ-CHECK-IDX >= AJ-CARD-IDX
                IF AC-LOT-ID (AJ-CHECK-IDX) = AW-LOT-ID
                   AND AC-ORIG-RUN-ID (AJ-CHECK-IDX) = AW-ORIG-RUN-ID
                   AND AC-ORIG-RUN-DATE (AJ-CHECK-IDX)
                       = AW-ORIG-RUN-DATE
                   AND AC-STATUS (AJ-CARD-IDX) = 'V'
                    MOVE "DUPLICATE CARD" TO AC-REASON (AJ-CARD-IDX)
                    PERFORM REFUSE-CARD
                END-IF
            END-PERFORM
         END-IF
        END-IF
    END-IF.

REFUSE-CARD.
    MOVE 'E' TO AC-STATUS (AJ-CARD-IDX)
    ADD 1 TO AJ-REFUSED-COUNT
    DISPLAY "FAKTADJ: CARD REFUSED - " AC-REASON (AJ-CARD-IDX) " "
        AC-LOT-ID (AJ-CARD-IDX) " " AC-ORIG-RUN-ID (AJ-CARD-IDX) " "
        AC-ORIG-RUN-DATE (AJ-CARD-IDX).

*> RUNHIST is mandatory here, unlike FAKTBAT's OPTIONAL append: it is
*> the only proof that a run on AUDITLOG completed and shipped.
LOAD-COMPLETED-RUNS.
    OPEN INPUT HISTORY-FILE
    IF AJ-HISTORY-STATUS NOT = "00"
        DISPLAY "FAKTADJ: RUNHIST OPEN FAILED, STATUS "
            AJ-HISTORY-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO AJ-EOF-SWITCH
        PERFORM UNTIL AJ-EOF
            READ HISTORY-FILE
                AT END
                    SET AJ-EOF TO TRUE
                NOT AT END
                    IF RH-REC-TYPE = 'R'
                        PERFORM LOAD-ONE-RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

LOAD-ONE-RUN.
    IF AJ-RUN-COUNT >= AJ-RUN-TABLE-MAX
        DISPLAY "FAKTADJ: RUNHIST HOLDS MORE THAN " AJ-RUN-TABLE-MAX
            " RUNS - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
        SET AJ-EOF TO TRUE
    ELSE
        ADD 1 TO AJ-RUN-COUNT
        MOVE RH-RUN-ID TO AR-RUN-ID (AJ-RUN-COUNT)
        MOVE RH-RUN-DATE TO AR-RUN-DATE (AJ-RUN-COUNT)
    END-IF.

*> One pass over the whole log. A forward entry of a production,
*> repair or earlier adjustment run is a candidate original; an X
*> entry naming the same posting means it was already taken back.
*> Console and decode entries never reached the ledger.
SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-FILE
    IF AJ-AUDIT-STATUS NOT = "00"
        DISPLAY "FAKTADJ: AUDITLOG OPEN FAILED, STATUS "
            AJ-AUDIT-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO AJ-EOF-SWITCH
        PERFORM UNTIL AJ-EOF
            READ AUDIT-FILE
                AT END
                    SET AJ-EOF TO TRUE
                NOT AT END
                    IF AUD-LOT-ID NOT = SPACES
                       AND (AUD-MODE = 'F' OR AUD-MODE = 'X')
                        PERFORM MATCH-AUDIT-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
    END-IF.

*> The run's entries chain on from the last one on the log; an
*> unsealed log refuses the run the way it refuses FAKTBAT.
LOAD-AUDIT-CHAIN-TAIL.
    MOVE 'T' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    IF CH-RETURN-CODE = 8 OR CH-RETURN-CODE = 12
        DISPLAY "FAKTADJ: AUDITLOG NOT SEALED OR WILL NOT OPEN - "
            "RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    END-IF.

MATCH-AUDIT-ENTRY.
    MOVE 'N' TO AJ-RUN-DONE-SWITCH
    PERFORM VARYING AJ-CARD-IDX FROM 1 BY 1
            UNTIL AJ-CARD-IDX > AJ-CARD-COUNT
        IF AC-STATUS (AJ-CARD-IDX) = 'V'
           AND AC-LOT-ID (AJ-CARD-IDX) = AUD-LOT-ID
            IF AUD-MODE = 'F'
               AND (AUD-RUN-TYPE = 'P' OR AUD-RUN-TYPE = 'R'
                    OR AUD-RUN-TYPE = 'A')
               AND AUD-RUN-ID = AC-ORIG-RUN-ID (AJ-CARD-IDX)
               AND AUD-TIMESTAMP (1:8) = AC-ORIG-RUN-DATE (AJ-CARD-IDX)
               AND AC-FOUND-FLAG (AJ-CARD-IDX) = 'N'
                PERFORM CHECK-RUN-COMPLETED
                IF AJ-RUN-COMPLETED
                    PERFORM CAPTURE-ORIGINAL
                END-IF
            END-IF
            IF AUD-MODE = 'X'
               AND AUD-ORIG-RUN-ID = AC-ORIG-RUN-ID (AJ-CARD-IDX)
               AND AUD-ORIG-RUN-DATE = AC-ORIG-RUN-DATE (AJ-CARD-IDX)
                PERFORM CHECK-RUN-COMPLETED
                IF AJ-RUN-COMPLETED
                    MOVE 'Y' TO AC-REVERSED-FLAG (AJ-CARD-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Looked up once per audit entry, on the first card that needs it.
CHECK-RUN-COMPLETED.
    IF AJ-RUN-DONE-SWITCH = 'N'
        MOVE 'U' TO AJ-RUN-DONE-SWITCH
        PERFORM VARYING AJ-RUN-IDX FROM 1 BY 1
                UNTIL AJ-RUN-IDX > AJ-RUN-COUNT
            IF AR-RUN-ID (AJ-RUN-IDX) = AUD-RUN-ID
               AND AR-RUN-DATE (AJ-RUN-IDX) = AUD-TIMESTAMP (1:8)
                SET AJ-RUN-COMPLETED TO TRUE
            END-IF
        END-PERFORM
    END-IF.

*> The first matching entry wins: a restarted FAKTBAT can have
*> re-written part of one checkpoint interval's audit lines, and the
*> copies carry the same figures.
CAPTURE-ORIGINAL.
    MOVE 'Y' TO AC-FOUND-FLAG (AJ-CARD-IDX)
    MOVE AUD-FIRST-INP TO AC-ORIG-FIRST-INP (AJ-CARD-IDX)
    MOVE AUD-LAST-INP TO AC-ORIG-LAST-INP (AJ-CARD-IDX)
    COMPUTE AC-ORIG-VAL (AJ-CARD-IDX) = FUNCTION NUMVAL (AUD-VAL)
    MOVE AUD-OVERFLOW-FLAG TO AC-ORIG-OVERFLOW (AJ-CARD-IDX)
    MOVE AUD-DEPT-CODE TO AC-ORIG-DEPT (AJ-CARD-IDX)
    IF AUD-LOT-CLASS = SPACES
        MOVE AJ-LOT-CLASS TO AC-ORIG-CLASS (AJ-CARD-IDX)
    ELSE
        MOVE AUD-LOT-CLASS TO AC-ORIG-CLASS (AJ-CARD-IDX)
    END-IF.

*> Decides one card. A reprice that cannot be priced refuses the
*> whole card, reversal included: taking a lot's VAL back without
*> posting the corrected one would leave the ledger short.
RESOLVE-ONE-CARD.
    IF AC-FOUND-FLAG (AJ-CARD-IDX) = 'N'
        MOVE "NOT ON AUDITLOG" TO AC-REASON (AJ-CARD-IDX)
        PERFORM REFUSE-CARD
    ELSE
     IF AC-REVERSED-FLAG (AJ-CARD-IDX) = 'Y'
        MOVE "ALREADY REVERSED" TO AC-REASON (AJ-CARD-IDX)
        PERFORM REFUSE-CARD
     ELSE
        IF AC-ACTION (AJ-CARD-IDX) = 'C'
            PERFORM REPRICE-ONE-CARD
        END-IF
        IF AC-STATUS (AJ-CARD-IDX) = 'V'
            MOVE 'A' TO AC-STATUS (AJ-CARD-IDX)
        END-IF
     END-IF
    END-IF.

*> Prices the corrected pair exactly as a FAKTBAT forward run would
*> on this business date: magnitude screen, active department, the
*> lot class's effective BNDCTL row (compiled bounds when BNDCTL is
*> not allocated), then FAKTOR. The results master is not consulted -
*> an adjustment is rare enough to compute every time.
REPRICE-ONE-CARD.
    IF AC-NEW-DEPT (AJ-CARD-IDX) = SPACES
        MOVE AC-ORIG-DEPT (AJ-CARD-IDX) TO AC-NEW-DEPT (AJ-CARD-IDX)
    END-IF
    IF AC-NEW-CLASS (AJ-CARD-IDX) = SPACES
        MOVE AC-ORIG-CLASS (AJ-CARD-IDX) TO AC-NEW-CLASS (AJ-CARD-IDX)
    END-IF
    COMPUTE AJ-NUMVAL-FIRST =
            FUNCTION NUMVAL (AC-NEW-FIRST-INP (AJ-CARD-IDX))
        ON SIZE ERROR
            MOVE 99999999 TO AJ-NUMVAL-FIRST
    END-COMPUTE
    COMPUTE AJ-NUMVAL-LAST =
            FUNCTION NUMVAL (AC-NEW-LAST-INP (AJ-CARD-IDX))
        ON SIZE ERROR
            MOVE 99999999 TO AJ-NUMVAL-LAST
    END-COMPUTE
    PERFORM CHECK-NEW-DEPT
    IF AJ-NUMVAL-FIRST < -9999 OR AJ-NUMVAL-FIRST > 9999
       OR AJ-NUMVAL-LAST < -9999 OR AJ-NUMVAL-LAST > 9999
        MOVE "TOO LARGE" TO AC-REASON (AJ-CARD-IDX)
        PERFORM REFUSE-CARD
    ELSE
     IF NOT AJ-DEPT-OK
        MOVE "BAD DEPT" TO AC-REASON (AJ-CARD-IDX)
        PERFORM REFUSE-CARD
     ELSE
        MOVE AC-NEW-CLASS (AJ-CARD-IDX) TO BL-LOT-CLASS
        MOVE AJ-CURRENT-DATE (1:8) TO BL-AS-OF-DATE
        MOVE BND-MIN-VAL TO BL-MIN-VAL
        MOVE BND-MAX-VAL TO BL-MAX-VAL
        CALL "FAKTBNL" USING FAKTBNL-PARMS
        IF BL-RETURN-CODE = 12
            DISPLAY "FAKTADJ: BNDCTL WILL NOT OPEN - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        ELSE
         IF BL-RETURN-CODE = 8
            MOVE "NO BOUNDS" TO AC-REASON (AJ-CARD-IDX)
            PERFORM REFUSE-CARD
         ELSE
            MOVE 'F' TO LK-MODE
            MOVE BL-MIN-VAL TO LK-MIN-BOUND
            MOVE BL-MAX-VAL TO LK-MAX-BOUND
            MOVE AJ-NUMVAL-FIRST TO LK-FIRST-VAL
            MOVE AJ-NUMVAL-LAST TO LK-LAST-VAL
            CALL "FAKTOR" USING FAKTOR-PARMS
            IF LK-RETURN-CODE NOT = 0
                MOVE "RANGE ERROR" TO AC-REASON (AJ-CARD-IDX)
                PERFORM REFUSE-CARD
            ELSE
                MOVE LK-VAL TO AC-NEW-VAL (AJ-CARD-IDX)
                MOVE LK-OVERFLOW-FLAG TO AC-NEW-OVERFLOW (AJ-CARD-IDX)
            END-IF
         END-IF
        END-IF
     END-IF
    END-IF.

CHECK-NEW-DEPT.
    MOVE 'N' TO AJ-DEPT-OK-SWITCH
    IF NOT AJ-DEPT-CHECK-ON
        SET AJ-DEPT-OK TO TRUE
    ELSE
        PERFORM VARYING AJ-DEPT-IDX FROM 1 BY 1
                UNTIL AJ-DEPT-IDX > AJ-DEPT-COUNT
            IF AD-DEPT-CODE (AJ-DEPT-IDX) = AC-NEW-DEPT (AJ-CARD-IDX)
               AND AD-STATUS (AJ-DEPT-IDX) = 'A'
                SET AJ-DEPT-OK TO TRUE
            END-IF
        END-PERFORM
    END-IF.

*> Everything is decided; now it is written. AUDITLOG entries and the
*> RUNHIST department records go first and the ADJINTF trailer,
*> TOTALFL handoff and RUNHIST R record last, the same order FAKTBAT
*> completes a run in - so an abend in between leaves entries that
*> no later adjustment will honour (no R record) and an ADJINTF the
*> ledger must refuse (no trailer). The two books are opened first:
*> if either will not take an append, ADJINTF is never created and
*> nothing at all is written.
WRITE-ADJUSTMENT-RUN.
    OPEN EXTEND AUDIT-FILE
    IF AJ-AUDIT-STATUS NOT = "00"
        DISPLAY "FAKTADJ: AUDITLOG OPEN FAILED, STATUS "
            AJ-AUDIT-STATUS " - RUN REFUSED, NOTHING WRITTEN"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN EXTEND HISTORY-FILE
        IF AJ-HISTORY-STATUS NOT = "00"
            DISPLAY "FAKTADJ: RUNHIST OPEN FAILED, STATUS "
                AJ-HISTORY-STATUS " - RUN REFUSED, NOTHING WRITTEN"
            MOVE 16 TO RETURN-CODE
            CLOSE AUDIT-FILE
        END-IF
    END-IF
    IF RETURN-CODE = 16
        IF AJ-LOTM-ON
            CLOSE LOT-MASTER-FILE
        END-IF
    ELSE
        PERFORM WRITE-ADJUSTMENT-ENTRIES
    END-IF.

WRITE-ADJUSTMENT-ENTRIES.
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT INTERFACE-FILE
    MOVE 'H' TO IF-REC-TYPE
    MOVE SPACES TO IF-BODY
    MOVE AJ-CURRENT-DATE (1:8) TO IF-H-RUN-DATE
    MOVE AJ-RUN-ID TO IF-H-RUN-ID
    MOVE AJ-RUN-TYPE TO IF-H-RUN-TYPE
    MOVE 'F' TO IF-H-RUN-MODE
    WRITE INTERFACE-RECORD
    PERFORM VARYING AJ-CARD-IDX FROM 1 BY 1
            UNTIL AJ-CARD-IDX > AJ-CARD-COUNT
        IF AC-STATUS (AJ-CARD-IDX) = 'A'
            PERFORM WRITE-REVERSAL
            IF AC-ACTION (AJ-CARD-IDX) = 'C'
                PERFORM WRITE-REPRICE
            END-IF
        ELSE
            PERFORM PRINT-REFUSED-CARD
        END-IF
    END-PERFORM
    PERFORM WRITE-DEPT-HISTORY
    PERFORM WRITE-TOTALS-AND-HANDOFF
    CLOSE REPORT-FILE
    CLOSE INTERFACE-FILE
    CLOSE AUDIT-FILE
    CLOSE HISTORY-FILE
    IF AJ-LOTM-ON
        CLOSE LOT-MASTER-FILE
    END-IF.

*> The reversal D record carries the ORIGINAL run-id and date, so the
*> ledger can tie the negative entry to the posting it takes back;
*> the header and trailer belong to this run.
WRITE-REVERSAL.
    COMPUTE AJ-VAL-WORK = 0 - AC-ORIG-VAL (AJ-CARD-IDX)
    MOVE 'D' TO IF-REC-TYPE
    MOVE SPACES TO IF-BODY
    MOVE AC-ORIG-FIRST-INP (AJ-CARD-IDX) TO IF-D-FIRST-INP
    MOVE AC-ORIG-LAST-INP (AJ-CARD-IDX) TO IF-D-LAST-INP
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO IF-D-LOT-ID
    MOVE AC-ORIG-DEPT (AJ-CARD-IDX) TO IF-D-DEPT-CODE
    MOVE AJ-VAL-WORK TO IF-D-VAL
    MOVE AC-ORIG-OVERFLOW (AJ-CARD-IDX) TO IF-D-OVERFLOW-FLAG
    MOVE AC-ORIG-RUN-DATE (AJ-CARD-IDX) TO IF-D-RUN-DATE
    MOVE AC-ORIG-RUN-ID (AJ-CARD-IDX) TO IF-D-RUN-ID
    WRITE INTERFACE-RECORD

    MOVE 'X' TO AUD-MODE
    MOVE AC-ORIG-FIRST-INP (AJ-CARD-IDX) TO AUD-FIRST-INP
    MOVE AC-ORIG-LAST-INP (AJ-CARD-IDX) TO AUD-LAST-INP
    MOVE AJ-VAL-WORK TO AUD-VAL
    MOVE AC-ORIG-OVERFLOW (AJ-CARD-IDX) TO AUD-OVERFLOW-FLAG
    MOVE AC-ORIG-DEPT (AJ-CARD-IDX) TO AUD-DEPT-CODE
    MOVE AC-ORIG-CLASS (AJ-CARD-IDX) TO AUD-LOT-CLASS
    MOVE AC-ORIG-RUN-ID (AJ-CARD-IDX) TO AUD-ORIG-RUN-ID
    MOVE AC-ORIG-RUN-DATE (AJ-CARD-IDX) TO AUD-ORIG-RUN-DATE
    PERFORM WRITE-AUDIT-ENTRY

    ADD 1 TO AJ-REVERSED-COUNT
    ADD AJ-VAL-WORK TO AJ-REVERSED-VAL
    MOVE AC-ORIG-DEPT (AJ-CARD-IDX) TO AJ-SUM-DEPT
    PERFORM FIND-DEPT-SUM
    IF AJ-SUM-HIT-IDX > 0
        ADD 1 TO AS-REV-COUNT (AJ-SUM-HIT-IDX)
        ADD AJ-VAL-WORK TO AS-REV-VAL (AJ-SUM-HIT-IDX)
    END-IF

    IF AJ-LOTM-ON
        PERFORM MARK-LOT-REVERSED
    END-IF

    MOVE "REVERSE" TO AL-ENTRY
    MOVE AC-ORIG-DEPT (AJ-CARD-IDX) TO AL-DEPT-CODE
    MOVE AC-ORIG-CLASS (AJ-CARD-IDX) TO AL-LOT-CLASS
    MOVE AJ-VAL-WORK TO AL-VAL
    MOVE SPACES TO AL-NOTE
    PERFORM PRINT-DETAIL-LINE.

WRITE-REPRICE.
    MOVE AC-NEW-VAL (AJ-CARD-IDX) TO AJ-VAL-WORK
    MOVE 'D' TO IF-REC-TYPE
    MOVE SPACES TO IF-BODY
    MOVE AC-NEW-FIRST-INP (AJ-CARD-IDX) TO IF-D-FIRST-INP
    MOVE AC-NEW-LAST-INP (AJ-CARD-IDX) TO IF-D-LAST-INP
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO IF-D-LOT-ID
    MOVE AC-NEW-DEPT (AJ-CARD-IDX) TO IF-D-DEPT-CODE
    MOVE AJ-VAL-WORK TO IF-D-VAL
    MOVE AC-NEW-OVERFLOW (AJ-CARD-IDX) TO IF-D-OVERFLOW-FLAG
    MOVE AJ-CURRENT-DATE (1:8) TO IF-D-RUN-DATE
    MOVE AJ-RUN-ID TO IF-D-RUN-ID
    WRITE INTERFACE-RECORD

    MOVE 'F' TO AUD-MODE
    MOVE AC-NEW-FIRST-INP (AJ-CARD-IDX) TO AUD-FIRST-INP
    MOVE AC-NEW-LAST-INP (AJ-CARD-IDX) TO AUD-LAST-INP
    MOVE AJ-VAL-WORK TO AUD-VAL
    MOVE AC-NEW-OVERFLOW (AJ-CARD-IDX) TO AUD-OVERFLOW-FLAG
    MOVE AC-NEW-DEPT (AJ-CARD-IDX) TO AUD-DEPT-CODE
    MOVE AC-NEW-CLASS (AJ-CARD-IDX) TO AUD-LOT-CLASS
    MOVE SPACES TO AUD-ORIG-RUN-ID
    MOVE SPACES TO AUD-ORIG-RUN-DATE
    PERFORM WRITE-AUDIT-ENTRY

    ADD 1 TO AJ-REPRICED-COUNT
    ADD AJ-VAL-WORK TO AJ-REPRICED-VAL
    MOVE AC-NEW-DEPT (AJ-CARD-IDX) TO AJ-SUM-DEPT
    PERFORM FIND-DEPT-SUM
    IF AJ-SUM-HIT-IDX > 0
        ADD 1 TO AS-REP-COUNT (AJ-SUM-HIT-IDX)
        ADD AJ-VAL-WORK TO AS-REP-VAL (AJ-SUM-HIT-IDX)
    END-IF

    IF AJ-LOTM-ON
        PERFORM POST-REPRICED-LOT
    END-IF

    MOVE "REPRICE" TO AL-ENTRY
    MOVE AC-NEW-DEPT (AJ-CARD-IDX) TO AL-DEPT-CODE
    MOVE AC-NEW-CLASS (AJ-CARD-IDX) TO AL-LOT-CLASS
    MOVE AJ-VAL-WORK TO AL-VAL
    IF AC-NEW-OVERFLOW (AJ-CARD-IDX) = 'Y'
        MOVE "OVERFLOW" TO AL-NOTE
    ELSE
        MOVE SPACES TO AL-NOTE
    END-IF
    PERFORM PRINT-DETAIL-LINE.

*> Only the row the reversed posting made is marked: a row that
*> already names another run (the lot was reversed and processed
*> again since) belongs to that later posting and stays as it is.
MARK-LOT-REVERSED.
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO LM-LOT-ID
    READ LOT-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LM-RUN-ID = AC-ORIG-RUN-ID (AJ-CARD-IDX)
               AND LM-RUN-DATE = AC-ORIG-RUN-DATE (AJ-CARD-IDX)
                MOVE 'X' TO LM-STATUS
                REWRITE LOT-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "FAKTADJ: LOTMST POST FAILED FOR LOT "
                            LM-LOT-ID ", STATUS " AJ-LOTM-STATUS
                        MOVE 16 TO RETURN-CODE
                END-REWRITE
            END-IF
    END-READ.

POST-REPRICED-LOT.
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO LM-LOT-ID
    MOVE AJ-RUN-ID TO LM-RUN-ID
    MOVE AJ-CURRENT-DATE (1:8) TO LM-RUN-DATE
    MOVE AC-NEW-DEPT (AJ-CARD-IDX) TO LM-DEPT-CODE
    MOVE AJ-VAL-WORK TO LM-VAL
    MOVE 'P' TO LM-STATUS
    WRITE LOT-MASTER-RECORD
        INVALID KEY
            REWRITE LOT-MASTER-RECORD
                INVALID KEY
                    DISPLAY "FAKTADJ: LOTMST POST FAILED FOR LOT "
                        LM-LOT-ID ", STATUS " AJ-LOTM-STATUS
                    MOVE 16 TO RETURN-CODE
            END-REWRITE
    END-WRITE.

*> The timestamp's date half is the business date, as in FAKTBAT, so
*> FAKTREC's run-date match finds every entry of this run.
WRITE-AUDIT-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
    MOVE AJ-CURRENT-DATE (1:8) TO AUD-TIMESTAMP (1:8)
    MOVE AJ-RUN-ID TO AUD-RUN-ID
    MOVE AJ-RUN-TYPE TO AUD-RUN-TYPE
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO AUD-LOT-ID
    MOVE 'S' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    WRITE AUDIT-RECORD
    ADD 1 TO AJ-SHIPPED-COUNT
    ADD AJ-VAL-WORK TO AJ-NET-VAL.

*> Leaves AJ-SUM-HIT-IDX on the department's row, adding one if it
*> is new. The table holds two rows per card, so it cannot fill.
FIND-DEPT-SUM.
    MOVE 0 TO AJ-SUM-HIT-IDX
    PERFORM VARYING AJ-SUM-IDX FROM 1 BY 1
            UNTIL AJ-SUM-IDX > AJ-SUM-COUNT
        IF AS-DEPT-CODE (AJ-SUM-IDX) = AJ-SUM-DEPT
            MOVE AJ-SUM-IDX TO AJ-SUM-HIT-IDX
        END-IF
    END-PERFORM
    IF AJ-SUM-HIT-IDX = 0 AND AJ-SUM-COUNT < AJ-SUM-TABLE-MAX
        ADD 1 TO AJ-SUM-COUNT
        MOVE AJ-SUM-DEPT TO AS-DEPT-CODE (AJ-SUM-COUNT)
        MOVE 0 TO AS-REV-COUNT (AJ-SUM-COUNT)
        MOVE 0 TO AS-REV-VAL (AJ-SUM-COUNT)
        MOVE 0 TO AS-REP-COUNT (AJ-SUM-COUNT)
        MOVE 0 TO AS-REP-VAL (AJ-SUM-COUNT)
        MOVE AJ-SUM-COUNT TO AJ-SUM-HIT-IDX
    END-IF.

PRINT-REFUSED-CARD.
    MOVE "REFUSED" TO AL-ENTRY
    MOVE SPACES TO AL-DEPT-CODE
    MOVE SPACES TO AL-LOT-CLASS
    MOVE SPACES TO AL-VAL-BLANK
    MOVE AC-REASON (AJ-CARD-IDX) TO AL-NOTE
    PERFORM PRINT-DETAIL-LINE.

PRINT-DETAIL-LINE.
    IF AJ-LINE-COUNT >= AJ-LINES-PER-PAGE
        PERFORM PRINT-PAGE-HEADERS
    END-IF
    MOVE AC-LOT-ID (AJ-CARD-IDX) TO AL-LOT-ID
    MOVE AC-ORIG-RUN-ID (AJ-CARD-IDX) TO AL-ORIG-RUN-ID
    MOVE AC-ORIG-RUN-DATE (AJ-CARD-IDX) TO AL-ORIG-RUN-DATE
    MOVE AJ-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    ADD 1 TO AJ-LINE-COUNT.

PRINT-PAGE-HEADERS.
    ADD 1 TO AJ-PAGE-COUNT
    MOVE AJ-RUN-ID TO AH-RUN-ID
    MOVE AJ-RUN-MM TO AH-MM
    MOVE AJ-RUN-DD TO AH-DD
    MOVE AJ-RUN-YYYY TO AH-YYYY
    MOVE AJ-PAGE-COUNT TO AH-PAGE
    MOVE AJ-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE AJ-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 0 TO AJ-LINE-COUNT.

*> One X record per department reversals came out of and one D record
*> per department reprices went into, both under this run's id.
WRITE-DEPT-HISTORY.
    PERFORM VARYING AJ-SUM-IDX FROM 1 BY 1
            UNTIL AJ-SUM-IDX > AJ-SUM-COUNT
        IF AS-REV-COUNT (AJ-SUM-IDX) > 0
            MOVE 'X' TO RH-REC-TYPE
            MOVE SPACES TO RH-BODY
            MOVE AJ-RUN-ID TO RH-RUN-ID
            MOVE AJ-CURRENT-DATE (1:8) TO RH-RUN-DATE
            MOVE AS-DEPT-CODE (AJ-SUM-IDX) TO RH-D-DEPT-CODE
            MOVE AS-REV-COUNT (AJ-SUM-IDX) TO RH-D-PROCESSED
            MOVE 0 TO RH-D-REJECTED
            MOVE AS-REV-VAL (AJ-SUM-IDX) TO RH-D-VAL
            WRITE HISTORY-RECORD
        END-IF
        IF AS-REP-COUNT (AJ-SUM-IDX) > 0
            MOVE 'D' TO RH-REC-TYPE
            MOVE SPACES TO RH-BODY
            MOVE AJ-RUN-ID TO RH-RUN-ID
            MOVE AJ-CURRENT-DATE (1:8) TO RH-RUN-DATE
            MOVE AS-DEPT-CODE (AJ-SUM-IDX) TO RH-D-DEPT-CODE
            MOVE AS-REP-COUNT (AJ-SUM-IDX) TO RH-D-PROCESSED
            MOVE 0 TO RH-D-REJECTED
            MOVE AS-REP-VAL (AJ-SUM-IDX) TO RH-D-VAL
            WRITE HISTORY-RECORD
        END-IF
    END-PERFORM.

*> The interface trailer, TOTALFL and the RUNHIST R record all carry
*> every entry shipped - reversals and reprices - and the net VAL,
*> which is what FAKTREC recounts off AUDITLOG for run type A.
WRITE-TOTALS-AND-HANDOFF.
    IF AJ-PAGE-COUNT = 0
        PERFORM PRINT-PAGE-HEADERS
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "LOTS REVERSED         : " TO AT-LABEL
    MOVE AJ-REVERSED-COUNT TO AT-COUNT
    MOVE AJ-REVERSED-VAL TO AT-VAL
    MOVE AJ-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "LOTS REPRICED         : " TO AT-LABEL
    MOVE AJ-REPRICED-COUNT TO AT-COUNT
    MOVE AJ-REPRICED-VAL TO AT-VAL
    MOVE AJ-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "ENTRIES SHIPPED / NET : " TO AT-LABEL
    MOVE AJ-SHIPPED-COUNT TO AT-COUNT
    MOVE AJ-NET-VAL TO AT-VAL
    MOVE AJ-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "CARDS REFUSED         : " TO AT-LABEL
    MOVE AJ-REFUSED-COUNT TO AT-COUNT
    MOVE SPACES TO AT-VAL-BLANK
    MOVE AJ-TOTAL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD

    MOVE 'T' TO IF-REC-TYPE
    MOVE SPACES TO IF-BODY
    MOVE AJ-SHIPPED-COUNT TO IF-T-RECORD-COUNT
    MOVE AJ-NET-VAL TO IF-T-HASH-TOTAL
    WRITE INTERFACE-RECORD

    MOVE AJ-RUN-ID TO TH-RUN-ID
    MOVE AJ-CURRENT-DATE (1:8) TO TH-RUN-DATE
    MOVE AJ-RUN-TYPE TO TH-RUN-TYPE
    MOVE AJ-SHIPPED-COUNT TO TH-PROCESSED-COUNT
    MOVE AJ-REFUSED-COUNT TO TH-REJECTED-COUNT
    MOVE AJ-NET-VAL TO TH-GRAND-TOTAL-VAL
    OPEN OUTPUT TOTALS-FILE
    WRITE TOTALS-RECORD
    CLOSE TOTALS-FILE

    MOVE 'R' TO RH-REC-TYPE
    MOVE SPACES TO RH-BODY
    MOVE AJ-RUN-ID TO RH-RUN-ID
    MOVE AJ-CURRENT-DATE (1:8) TO RH-RUN-DATE
    MOVE AJ-RUN-TYPE TO RH-R-RUN-TYPE
    MOVE 'F' TO RH-R-RUN-MODE
    MOVE AJ-SHIPPED-COUNT TO RH-R-PROCESSED
    MOVE AJ-REFUSED-COUNT TO RH-R-REJECTED
    MOVE AJ-NET-VAL TO RH-R-GRAND-VAL
    MOVE AJ-REVERSED-COUNT TO RH-R-REVERSED
    WRITE HISTORY-RECORD.
