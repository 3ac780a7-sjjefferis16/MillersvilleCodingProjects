IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTPND.
*> FAKTPND is the daily pending-items report over PENDCHG, the queue
*> of BNDCTL, DEPTMST and OPERMST change cards that FAKTBNM, FAKTDPM
*> and FAKTOPM hold until a second user approves them. Every item
*> still waiting is listed under its master with its pending id, the
*> user who entered it, when, how many days it has been waiting and
*> the card itself, so the supervisors can decide it - with an APR or
*> REJ card in the owning maintenance job - instead of a bounds
*> change sitting unnoticed while the business thinks it is live.
*> Decided items are not listed; their decisions are on BNDAUDIT,
*> DEPAUDIT and OPRAUDIT.
*>
*> Condition codes: 0 nothing pending, 4 pending items listed (so the
*> scheduler can flag the day), 16 PENDCHG would not open or table
*> capacity exceeded.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PEND-FILE ASSIGN TO "PENDCHG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PI-PEND-STATUS.
    SELECT REPORT-FILE ASSIGN TO "PNDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  PEND-FILE.
01  PEND-RECORD.
    COPY FAKTPEND.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(80).
WORKING-STORAGE SECTION.
01  PI-PEND-STATUS               PIC X(2) VALUE SPACES.
01  PI-EOF-SWITCH                PIC X VALUE 'N'.
    88 PI-EOF                    VALUE 'Y'.
01  PI-CURRENT-DATE              PIC X(21).
01  PI-TODAY-INTEGER             PIC S9(9) VALUE 0.
01  PI-ENTRY-INTEGER             PIC S9(9) VALUE 0.
01  PI-DAYS-WAITING              PIC S9(5) VALUE 0.
*> Same size as the FAKTPCH table - PENDCHG can never hold more.
01  PI-TABLE-MAX                 PIC 9(4) VALUE 2000.
01  PI-ITEM-COUNT                PIC 9(4) VALUE 0.
01  PI-ITEM-TABLE.
    05 PI-ITEM-ENTRY OCCURS 2000 TIMES.
       10 PI-ITEM                PIC X(115).
01  PI-WORK-ITEM.
    COPY FAKTPEND.
01  PI-ITEM-IDX                  PIC 9(4) VALUE 0.
01  PI-PICK-MASTER               PIC X(3) VALUE SPACES.
01  PI-MASTER-COUNT              PIC 9(4) VALUE 0.
01  PI-PENDING-COUNT             PIC 9(4) VALUE 0.
01  PI-DATE-CHECK.
    05 DC-YYYY                   PIC 9(4).
    05 DC-MM                     PIC 9(2).
    05 DC-DD                     PIC 9(2).
01  PI-HEADER-LINE-1.
    05 FILLER                    PIC X(40) VALUE
         "MASTER CHANGES AWAITING APPROVAL  AS OF ".
    05 HL-AS-OF                  PIC X(8).
    05 FILLER                    PIC X(32) VALUE SPACES.
01  PI-HEADER-LINE-2.
    05 FILLER                    PIC X(9) VALUE "PEND-ID".
    05 FILLER                    PIC X(11) VALUE "ENTERED BY".
    05 FILLER                    PIC X(14) VALUE "ENTERED".
    05 FILLER                    PIC X(8) VALUE "    DAYS".
    05 FILLER                    PIC X(38) VALUE SPACES.
01  PI-MASTER-LINE.
    05 FILLER                    PIC X(19) VALUE
         "CHANGES TO MASTER  ".
    05 ML-MASTER-NAME            PIC X(8).
    05 FILLER                    PIC X(53) VALUE SPACES.
01  PI-DETAIL-LINE.
    05 DL-PEND-ID                PIC X(7).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 DL-MAKER-ID               PIC X(8).
    05 FILLER                    PIC X(3) VALUE SPACES.
    05 DL-ENTERED-DATE           PIC X(8).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DL-ENTERED-HH             PIC X(2).
    05 FILLER                    PIC X(1) VALUE ":".
    05 DL-ENTERED-MN             PIC X(2).
    05 FILLER                    PIC X(3) VALUE SPACES.
    05 DL-DAYS-WAITING           PIC ZZZZ9-.
    05 FILLER                    PIC X(37) VALUE SPACES.
01  PI-CARD-LINE.
    05 FILLER                    PIC X(9) VALUE "   CARD: ".
    05 CL-CARD                   PIC X(60).
    05 FILLER                    PIC X(11) VALUE SPACES.
01  PI-MASTER-TOTAL-LINE.
    05 ST-MASTER-NAME            PIC X(8).
    05 FILLER                    PIC X(20) VALUE
         " CHANGES PENDING  : ".
    05 ST-PENDING-COUNT          PIC ZZ,ZZ9.
    05 FILLER                    PIC X(46) VALUE SPACES.
01  PI-TOTAL-LINE.
    05 FILLER                    PIC X(28) VALUE
         "TOTAL CHANGES PENDING     : ".
    05 TO-PENDING-COUNT          PIC ZZ,ZZ9.
    05 FILLER                    PIC X(46) VALUE SPACES.
01  PI-NONE-LINE.
    05 FILLER                    PIC X(80) VALUE
         "NOTHING PENDING - EVERY SUBMITTED CHANGE HAS BEEN DECIDED".
PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO PI-CURRENT-DATE
    COMPUTE PI-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
        (FUNCTION NUMVAL (PI-CURRENT-DATE (1:8)))
    OPEN INPUT PEND-FILE
    IF PI-PEND-STATUS = "35"
        DISPLAY "FAKTPND: PENDCHG NOT ALLOCATED - NOTHING SUBMITTED"
        PERFORM WRITE-PENDING-REPORT
    ELSE
     IF PI-PEND-STATUS NOT = "00"
        DISPLAY "FAKTPND: PENDCHG OPEN FAILED, STATUS " PI-PEND-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        PERFORM UNTIL PI-EOF
            READ PEND-FILE
                AT END
                    SET PI-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-ITEM
            END-READ
        END-PERFORM
        CLOSE PEND-FILE
        IF RETURN-CODE NOT = 16
            PERFORM WRITE-PENDING-REPORT
        END-IF
     END-IF
    END-IF
    STOP RUN.

LOAD-ONE-ITEM.
    IF PN-STATUS OF PEND-RECORD = 'P'
        IF PI-ITEM-COUNT >= PI-TABLE-MAX
            DISPLAY "FAKTPND: MORE THAN " PI-TABLE-MAX
                " PENDING ITEMS - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            SET PI-EOF TO TRUE
        ELSE
            ADD 1 TO PI-ITEM-COUNT
            MOVE PEND-RECORD TO PI-ITEM (PI-ITEM-COUNT)
        END-IF
    END-IF.

*> One section per master in a fixed order; within a master the
*> items print in file order, which is pending-id order.
WRITE-PENDING-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE PI-CURRENT-DATE (1:8) TO HL-AS-OF
    MOVE PI-HEADER-LINE-1 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE PI-HEADER-LINE-2 TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE 0 TO PI-PENDING-COUNT
    MOVE "BND" TO PI-PICK-MASTER
    MOVE "BNDCTL" TO ML-MASTER-NAME
    PERFORM PRINT-ONE-MASTER
    MOVE "DEP" TO PI-PICK-MASTER
    MOVE "DEPTMST" TO ML-MASTER-NAME
    PERFORM PRINT-ONE-MASTER
    MOVE "OPR" TO PI-PICK-MASTER
    MOVE "OPERMST" TO ML-MASTER-NAME
    PERFORM PRINT-ONE-MASTER
    IF PI-PENDING-COUNT = 0
        MOVE PI-NONE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    ELSE
        MOVE PI-PENDING-COUNT TO TO-PENDING-COUNT
        MOVE PI-TOTAL-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE 4 TO RETURN-CODE
    END-IF
    CLOSE REPORT-FILE.

*> A master with nothing waiting prints no section at all.
PRINT-ONE-MASTER.
    MOVE 0 TO PI-MASTER-COUNT
    PERFORM VARYING PI-ITEM-IDX FROM 1 BY 1
            UNTIL PI-ITEM-IDX > PI-ITEM-COUNT
        MOVE PI-ITEM (PI-ITEM-IDX) TO PI-WORK-ITEM
        IF PN-MASTER OF PI-WORK-ITEM = PI-PICK-MASTER
            IF PI-MASTER-COUNT = 0
                MOVE PI-MASTER-LINE TO REPORT-RECORD
                WRITE REPORT-RECORD
            END-IF
            PERFORM PRINT-ONE-ITEM
        END-IF
    END-PERFORM
    IF PI-MASTER-COUNT > 0
        MOVE ML-MASTER-NAME TO ST-MASTER-NAME
        MOVE PI-MASTER-COUNT TO ST-PENDING-COUNT
        MOVE PI-MASTER-TOTAL-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

PRINT-ONE-ITEM.
    MOVE PN-PEND-ID OF PI-WORK-ITEM TO DL-PEND-ID
    MOVE PN-MAKER-ID OF PI-WORK-ITEM TO DL-MAKER-ID
    MOVE PN-ENTERED OF PI-WORK-ITEM (1:8) TO DL-ENTERED-DATE
    MOVE PN-ENTERED OF PI-WORK-ITEM (9:2) TO DL-ENTERED-HH
    MOVE PN-ENTERED OF PI-WORK-ITEM (11:2) TO DL-ENTERED-MN
    PERFORM COMPUTE-DAYS-WAITING
    MOVE PI-DAYS-WAITING TO DL-DAYS-WAITING
    MOVE PI-DETAIL-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE PN-CARD OF PI-WORK-ITEM TO CL-CARD
    MOVE PI-CARD-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    ADD 1 TO PI-MASTER-COUNT
    ADD 1 TO PI-PENDING-COUNT.

*> An item whose entry date is unreadable ages as zero days rather
*> than being dropped, the same rule FAKTRJR applies - it still
*> prints and still needs deciding.
COMPUTE-DAYS-WAITING.
    MOVE 0 TO PI-DAYS-WAITING
    IF PN-ENTERED OF PI-WORK-ITEM (1:8) IS NUMERIC
        MOVE PN-ENTERED OF PI-WORK-ITEM (1:8) TO PI-DATE-CHECK
        IF DC-YYYY >= 1601 AND DC-MM >= 1 AND DC-MM <= 12
           AND DC-DD >= 1 AND DC-DD <= 31
            COMPUTE PI-ENTRY-INTEGER = FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (PN-ENTERED OF PI-WORK-ITEM (1:8)))
            IF PI-ENTRY-INTEGER > 0
                COMPUTE PI-DAYS-WAITING =
                    PI-TODAY-INTEGER - PI-ENTRY-INTEGER
            END-IF
        END-IF
    END-IF.
