IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTBRS.
*> FAKTBRS bursts the night's VAL report into one self-contained
*> report per department, so each department gets its own lots and
*> nobody else's. Until now operations split the printout by hand
*> and a section boundary missed by a page sent one department's
*> lots to another department's contact.
*>
*> The input is the report exactly as the run left it - FAKTBAT's
*> VALRPT on a serial night, FAKTMRG's consolidated report on a
*> split night - read with the same line recognition FAKTMRG uses:
*> page headers, the settings block, column headings, department
*> subtotal lines and the run totals are furniture; every other
*> non-blank line is a detail line, its department at col 35 and
*> its VAL (or reject message) at col 47.
*>
*> Two passes over the report, as FAKTSHP makes over INTFOUT. The
*> first totals every department and proves the burst will balance
*> before anything is sent: the processed count, rejected count and
*> VAL summed over the departments must equal the TOTALFL handoff,
*> the REJECTFL open items must number the handoff's rejected count,
*> and each department's rejected lines must match its REJECTFL
*> items. The report must also still be grouped by department (the
*> presort guarantees it); a department that reappears means the
*> report was altered or concatenated and the burst would split a
*> department across two reports. On any of these the burst is held
*> - no department report is written - and the manifest shows why.
*>
*> The second pass writes BURSTRPT: for each department in report
*> order, page headers numbered from 1 with the department and its
*> DM-CONTACT on every page, the detail lines, the department
*> subtotal in FAKTBAT's layout and the department's open REJECTFL
*> items. A department code with no DEPTMST row is addressed to
*> operations, as FAKTSIN addresses its acknowledgments; an inactive
*> row still supplies the contact. Lines per page follow the run's
*> own LINES/PAGE setting where the report printed one.
*>
*> DISTMAN is the distribution manifest: one line per department
*> report with its contact, pages and lines, the active DEPTMST
*> departments that submitted nothing this run, and the control
*> totals of the burst against TOTALFL.
*>
*> Condition codes: 0 every report produced and addressed, 4 a
*> report went to operations or DEPTMST was not allocated (nobody to
*> address, no non-submitter list), 8 burst held - the report does
*> not tie to TOTALFL/REJECTFL or is out of department order, 16 no
*> usable TOTALFL handoff, a file would not open or the department
*> table overflowed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-IN-FILE ASSIGN TO "VALRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BU-REPORT-STATUS.
    SELECT REJECT-FILE ASSIGN TO "REJECTFL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BU-REJECT-STATUS.
    SELECT TOTALS-FILE ASSIGN TO "TOTALFL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BU-TOTALS-STATUS.
*> Not OPTIONAL, for the reason FAKTBAT gives for DEPTMST: an
*> unallocated master (status 35) still lets the burst run, every
*> report addressed to operations; a broken one refuses it.
    SELECT DEPT-FILE ASSIGN TO "DEPTMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BU-DEPT-STATUS.
    SELECT BURST-FILE ASSIGN TO "BURSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MANIFEST-FILE ASSIGN TO "DISTMAN"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  REPORT-IN-FILE.
01  REPORT-IN-RECORD             PIC X(80).
FD  REJECT-FILE.
01  REJECT-RECORD.
    COPY FAKTRJCT.
FD  TOTALS-FILE.
01  TOTALS-RECORD.
    COPY FAKTTOTL.
FD  DEPT-FILE.
01  DEPT-RECORD.
    COPY FAKTDEPT.
FD  BURST-FILE.
01  BURST-RECORD                 PIC X(80).
FD  MANIFEST-FILE.
01  MANIFEST-RECORD              PIC X(80).
WORKING-STORAGE SECTION.
01  BU-REPORT-STATUS             PIC X(2) VALUE SPACES.
01  BU-REJECT-STATUS             PIC X(2) VALUE SPACES.
01  BU-TOTALS-STATUS             PIC X(2) VALUE SPACES.
01  BU-DEPT-STATUS               PIC X(2) VALUE SPACES.
01  BU-EOF-SWITCH                PIC X VALUE 'N'.
    88 BU-EOF                    VALUE 'Y'.
01  BU-ITEM-EOF-SWITCH           PIC X VALUE 'N'.
    88 BU-ITEM-EOF               VALUE 'Y'.
01  BU-TOTALS-OK-SWITCH          PIC X VALUE 'N'.
    88 BU-TOTALS-OK              VALUE 'Y'.
01  BU-DEPTMST-SWITCH            PIC X VALUE 'N'.
    88 BU-DEPTMST-ON             VALUE 'Y'.
01  BU-HELD-SWITCH               PIC X VALUE 'N'.
    88 BU-HELD                   VALUE 'Y'.
01  BU-ORDER-SWITCH              PIC X VALUE 'N'.
    88 BU-OUT-OF-ORDER           VALUE 'Y'.
01  BU-HANDOFF.
    05 BU-RUN-ID                 PIC X(8).
    05 BU-RUN-DATE               PIC X(8).
    05 BU-RPT-PROCESSED          PIC 9(7).
    05 BU-RPT-REJECTED           PIC 9(7).
    05 BU-RPT-VAL                PIC S9(12).
*> One row per department, DEPTMST rows first, then any code met on
*> the report or REJECTFL that the master does not carry (BX-STATUS
*> space). Sized for a full DEPTMST plus as many strays.
01  BU-DEPT-TABLE-MAX            PIC 9(3) VALUE 300.
01  BU-DEPT-COUNT                PIC 9(3) VALUE 0.
01  BU-DEPT-TABLE.
    05 BX-ENTRY OCCURS 300 TIMES.
       10 BX-DEPT-CODE           PIC X(4).
       10 BX-DEPT-NAME           PIC X(20).
       10 BX-STATUS              PIC X(1).
       10 BX-CONTACT             PIC X(20).
       10 BX-DETAIL-LINES        PIC 9(7).
       10 BX-PROCESSED           PIC 9(7).
       10 BX-REJECTED            PIC 9(7).
       10 BX-VAL                 PIC S9(13).
       10 BX-OPEN-ITEMS          PIC 9(7).
       10 BX-PAGES               PIC 9(5).
       10 BX-LINES               PIC 9(7).
01  BU-DEPT-IDX                  PIC 9(3) VALUE 0.
01  BU-SEARCH-IDX                PIC 9(3) VALUE 0.
01  BU-SEARCH-CODE               PIC X(4) VALUE SPACES.
01  BU-PREV-DEPT                 PIC X(4) VALUE LOW-VALUES.
01  BU-ORDER-DEPT                PIC X(4) VALUE SPACES.
01  BU-VAL-WORK                  PIC S9(13) VALUE 0.
01  BU-SUM-PROCESSED             PIC 9(7) VALUE 0.
01  BU-SUM-REJECTED              PIC 9(7) VALUE 0.
01  BU-SUM-OPEN-ITEMS            PIC 9(7) VALUE 0.
01  BU-SUM-VAL                   PIC S9(13) VALUE 0.
01  BU-REPORTS-PRODUCED          PIC 9(5) VALUE 0.
01  BU-TO-OPERATIONS             PIC 9(5) VALUE 0.
01  BU-NON-SUBMITTERS            PIC 9(5) VALUE 0.
01  BU-DEPT-MISMATCHES           PIC 9(5) VALUE 0.
01  BU-COUNT-DISPLAY             PIC ZZZ,ZZ9.
*> Report line recognition - the literals and layouts FAKTMRG keeps
*> in step with FAKTBAT's report lines; a change there must be
*> mirrored here as well.
01  BU-COLHDR-FWD.
    05 FILLER                    PIC X(10) VALUE "FIRST-VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(10) VALUE "LAST-VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(8) VALUE "LOT-ID".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(4) VALUE "DEPT".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(4) VALUE "CLS".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(11) VALUE "VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(9) VALUE "OVERFLOW".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(6) VALUE "SOURCE".
    05 FILLER                    PIC X(4) VALUE SPACES.
01  BU-COLHDR-DEC.
    05 FILLER                    PIC X(10) VALUE "VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(10) VALUE "FIRST-VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(8) VALUE "LOT-ID".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(4) VALUE "DEPT".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(4) VALUE "CLS".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(11) VALUE "LAST-VAL".
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(9) VALUE "OVERFLOW".
    05 FILLER                    PIC X(12) VALUE SPACES.
01  BU-SETTINGS-PREFIX           PIC X(33) VALUE
         "EFFECTIVE RUN SETTINGS - SOURCE: ".
01  BU-LPP-PREFIX                PIC X(13) VALUE "  LINES/PAGE ".
01  BU-TOTAL-PREFIX              PIC X(25) VALUE
         "TOTAL PAIRS PROCESSED : ".
01  BU-REJECT-PREFIX             PIC X(25) VALUE
         "TOTAL PAIRS REJECTED  : ".
01  BU-GRAND-PREFIX              PIC X(25) VALUE
         "GRAND TOTAL VAL        : ".
01  BU-STREAMS-PREFIX            PIC X(25) VALUE
         "CONSOLIDATED FROM        ".
01  BU-SKIP-LINES                PIC 9(1) VALUE 0.
01  BU-LINE-KIND                 PIC X VALUE SPACE.
    88 BU-DETAIL-LINE            VALUE 'D'.
01  BU-LINE-DEPT                 PIC X(4) VALUE SPACES.
01  BU-PAGE-COLHDR               PIC X(80) VALUE SPACES.
01  BU-COLHDR-SEEN-SWITCH        PIC X VALUE 'N'.
    88 BU-COLHDR-SEEN            VALUE 'Y'.
01  BU-TITLE-SEEN-SWITCH         PIC X VALUE 'N'.
    88 BU-TITLE-SEEN             VALUE 'Y'.
01  BU-LINE-COUNT                PIC 9(4) VALUE 99.
01  BU-LINES-PER-PAGE            PIC 9(4) VALUE 55.
01  BU-LINE-OUT                  PIC X(80) VALUE SPACES.
01  BU-CURRENT-DEPT              PIC X(4) VALUE LOW-VALUES.
01  BU-HEADER-LINE-1.
    05 HL-TITLE                  PIC X(20) VALUE "FAKTOR FACTOR REPORT".
    05 FILLER                    PIC X(10) VALUE SPACES.
    05 FILLER                    PIC X(10) VALUE "RUN DATE: ".
    05 HL-MM                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 HL-DD                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 HL-YYYY                   PIC X(4).
    05 FILLER                    PIC X(9) VALUE SPACES.
    05 FILLER                    PIC X(6) VALUE "PAGE: ".
    05 HL-PAGE                   PIC ZZZ9.
    05 FILLER                    PIC X(11) VALUE SPACES.
01  BU-HEADER-LINE-2.
    05 FILLER                    PIC X(6) VALUE "DEPT: ".
    05 HL-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 HL-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 FILLER                    PIC X(15) VALUE "DISTRIBUTE TO: ".
    05 HL-CONTACT                PIC X(20).
    05 FILLER                    PIC X(11) VALUE SPACES.
*> Department subtotal lines in FAKTBAT's WS-DEPT-PROC/REJ/VAL-LINE
*> layout, so the department reads the figures where it always has.
01  BU-DEPT-PROC-LINE.
    05 FILLER                    PIC X(5) VALUE "DEPT ".
    05 DP-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DP-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(16) VALUE
         " PROCESSED    : ".
    05 DP-PROCESSED-COUNT        PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(27) VALUE SPACES.
01  BU-DEPT-REJ-LINE.
    05 FILLER                    PIC X(5) VALUE "DEPT ".
    05 DR-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DR-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(16) VALUE
         " REJECTED     : ".
    05 DR-REJECTED-COUNT         PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(27) VALUE SPACES.
01  BU-DEPT-VAL-LINE.
    05 FILLER                    PIC X(5) VALUE "DEPT ".
    05 DV-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 DV-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(16) VALUE
         " VAL SUBTOTAL : ".
    05 DV-VAL                    PIC Z(9)9-.
    05 FILLER                    PIC X(23) VALUE SPACES.
01  BU-ITEMS-TITLE-LINE         PIC X(80) VALUE
         "OPEN ITEMS - REJECTED THIS RUN, CORRECT AND RESUBMIT".
01  BU-ITEMS-HEADER.
    05 FILLER                    PIC X(12) VALUE "FIRST-INP".
    05 FILLER                    PIC X(12) VALUE "LAST-INP".
    05 FILLER                    PIC X(10) VALUE "LOT-ID".
    05 FILLER                    PIC X(6) VALUE "CLS".
    05 FILLER                    PIC X(26) VALUE "REASON".
    05 FILLER                    PIC X(14) VALUE "RECORD-NO".
01  BU-ITEM-LINE.
    05 IL-FIRST-INP              PIC X(10).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-LAST-INP               PIC X(10).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-LOT-ID                 PIC X(8).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-LOT-CLASS              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-REASON-CODE            PIC X(2).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-REASON-TEXT            PIC X(20).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 IL-RECORD-NO              PIC ZZZZZZ9.
    05 FILLER                    PIC X(7) VALUE SPACES.
01  BU-NO-ITEMS-LINE             PIC X(80) VALUE
         "NO OPEN ITEMS FOR THIS DEPARTMENT".
01  BU-END-LINE.
    05 FILLER                    PIC X(27) VALUE
         "*** END OF REPORT FOR DEPT ".
    05 EL-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(4) VALUE " ***".
    05 FILLER                    PIC X(45) VALUE SPACES.
01  BU-MAN-HEADER-1.
    05 FILLER                    PIC X(32) VALUE
         "REPORT DISTRIBUTION MANIFEST".
    05 FILLER                    PIC X(5) VALUE "RUN ".
    05 MH-RUN-ID                 PIC X(8).
    05 FILLER                    PIC X(4) VALUE SPACES.
    05 FILLER                    PIC X(10) VALUE "RUN DATE: ".
    05 MH-MM                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 MH-DD                     PIC X(2).
    05 FILLER                    PIC X(1) VALUE "/".
    05 MH-YYYY                   PIC X(4).
    05 FILLER                    PIC X(11) VALUE SPACES.
01  BU-MAN-HEADER-2.
    05 FILLER                    PIC X(6) VALUE "DEPT".
    05 FILLER                    PIC X(22) VALUE "NAME".
    05 FILLER                    PIC X(22) VALUE "DISTRIBUTE TO".
    05 FILLER                    PIC X(7) VALUE "PAGES".
    05 FILLER                    PIC X(9) VALUE "  LINES".
    05 FILLER                    PIC X(14) VALUE "REMARK".
01  BU-MAN-LINE.
    05 ML-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 ML-DEPT-NAME              PIC X(20).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 ML-CONTACT                PIC X(20).
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 ML-PAGES                  PIC ZZZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 ML-LINES                  PIC ZZZZZZ9.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 ML-REMARK                 PIC X(14).
01  BU-MAN-TITLE-LINE            PIC X(80) VALUE SPACES.
01  BU-HELD-LINE                PIC X(80) VALUE
         "*** BURST HELD - NO DEPARTMENT REPORTS WRITTEN ***".
*> One line per department whose report and REJECTFL disagree.
01  BU-MISMATCH-LINE.
    05 FILLER                    PIC X(5) VALUE "DEPT ".
    05 MM-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(21) VALUE
         "  REJECTED ON REPORT ".
    05 MM-REJECTED               PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(14) VALUE
         "  ON REJECTFL ".
    05 MM-OPEN-ITEMS             PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(22) VALUE SPACES.
01  BU-ORDER-LINE.
    05 FILLER                    PIC X(38) VALUE
         "REPORT NOT IN DEPARTMENT ORDER - DEPT ".
    05 OL-DEPT-CODE              PIC X(4).
    05 FILLER                    PIC X(38) VALUE
         " APPEARS IN MORE THAN ONE GROUP".
01  BU-TOTALS-HEADER.
    05 FILLER                    PIC X(26) VALUE "CONTROL TOTALS".
    05 FILLER                    PIC X(14) VALUE " BURST REPORTS".
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 FILLER                    PIC X(14) VALUE "       TOTALFL".
    05 FILLER                    PIC X(25) VALUE SPACES.
01  BU-TOTALS-LINE.
    05 TL-LABEL                  PIC X(26).
    05 TL-BURST                  PIC Z(12)9-.
    05 FILLER                    PIC X(1) VALUE SPACES.
    05 TL-HANDOFF                PIC Z(12)9-.
    05 FILLER                    PIC X(2) VALUE SPACES.
    05 TL-RESULT                 PIC X(8).
    05 FILLER                    PIC X(15) VALUE SPACES.
01  BU-COUNT-LINE.
    05 CL-LABEL                  PIC X(30).
    05 CL-COUNT                  PIC ZZZ,ZZ9.
    05 FILLER                    PIC X(43) VALUE SPACES.
PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-TOTALS-HANDOFF
    IF NOT BU-TOTALS-OK
        DISPLAY "FAKTBRS: NO USABLE TOTALFL HANDOFF - "
            "NOTHING TO BURST"
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM LOAD-DEPT-MASTER
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM SCAN-VALUE-REPORT
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM COUNT-OPEN-ITEMS
    END-IF
    IF RETURN-CODE NOT = 16
        PERFORM CHECK-CONTROL-TIE
        OPEN OUTPUT MANIFEST-FILE
        PERFORM WRITE-MANIFEST-HEADERS
        IF BU-HELD
            PERFORM WRITE-HELD-REASONS
        ELSE
            PERFORM WRITE-BURST-REPORTS
        END-IF
        PERFORM WRITE-NON-SUBMITTERS
        PERFORM WRITE-CONTROL-TOTALS
        CLOSE MANIFEST-FILE
        PERFORM SET-CONDITION-CODE
    END-IF
    STOP RUN.

READ-TOTALS-HANDOFF.
    OPEN INPUT TOTALS-FILE
    IF BU-TOTALS-STATUS = "00"
        READ TOTALS-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE TH-RUN-ID TO BU-RUN-ID
                MOVE TH-RUN-DATE TO BU-RUN-DATE
                MOVE TH-PROCESSED-COUNT TO BU-RPT-PROCESSED
                MOVE TH-REJECTED-COUNT TO BU-RPT-REJECTED
                MOVE TH-GRAND-TOTAL-VAL TO BU-RPT-VAL
                SET BU-TOTALS-OK TO TRUE
        END-READ
        CLOSE TOTALS-FILE
    END-IF.

*> A code carried twice on the master keeps its active row, so the
*> report goes where a submission under it would be accepted.
LOAD-DEPT-MASTER.
    OPEN INPUT DEPT-FILE
    IF BU-DEPT-STATUS = "35"
        DISPLAY "FAKTBRS: DEPTMST NOT ALLOCATED - ALL REPORTS "
            "TO OPERATIONS"
    ELSE
     IF BU-DEPT-STATUS NOT = "00"
        DISPLAY "FAKTBRS: DEPTMST OPEN FAILED, STATUS "
            BU-DEPT-STATUS
        MOVE 16 TO RETURN-CODE
     ELSE
        SET BU-DEPTMST-ON TO TRUE
        MOVE 'N' TO BU-EOF-SWITCH
        PERFORM UNTIL BU-EOF OR RETURN-CODE = 16
            READ DEPT-FILE
                AT END
                    SET BU-EOF TO TRUE
                NOT AT END
                    PERFORM LOAD-ONE-DEPT
            END-READ
        END-PERFORM
        CLOSE DEPT-FILE
     END-IF
    END-IF.

LOAD-ONE-DEPT.
    MOVE DM-DEPT-CODE TO BU-SEARCH-CODE
    PERFORM FIND-DEPT-ENTRY
    IF BU-DEPT-IDX = 0
        PERFORM ADD-DEPT-ENTRY
    ELSE
        IF BX-STATUS (BU-DEPT-IDX) = 'A'
            MOVE 0 TO BU-DEPT-IDX
        END-IF
    END-IF
    IF BU-DEPT-IDX NOT = 0
        MOVE DM-DEPT-NAME TO BX-DEPT-NAME (BU-DEPT-IDX)
        MOVE DM-STATUS TO BX-STATUS (BU-DEPT-IDX)
        MOVE DM-CONTACT TO BX-CONTACT (BU-DEPT-IDX)
    END-IF.

*> BU-DEPT-IDX comes back 0 when BU-SEARCH-CODE has no row.
FIND-DEPT-ENTRY.
    MOVE 0 TO BU-DEPT-IDX
    PERFORM VARYING BU-SEARCH-IDX FROM 1 BY 1
            UNTIL BU-SEARCH-IDX > BU-DEPT-COUNT
               OR BU-DEPT-IDX NOT = 0
        IF BX-DEPT-CODE (BU-SEARCH-IDX) = BU-SEARCH-CODE
            MOVE BU-SEARCH-IDX TO BU-DEPT-IDX
        END-IF
    END-PERFORM.

*> A new row for BU-SEARCH-CODE, not yet on the master; BU-DEPT-IDX
*> stays 0 when the table is full.
ADD-DEPT-ENTRY.
    IF BU-DEPT-COUNT >= BU-DEPT-TABLE-MAX
        DISPLAY "FAKTBRS: MORE THAN " BU-DEPT-TABLE-MAX
            " DEPARTMENTS - BURST REFUSED"
        MOVE 16 TO RETURN-CODE
        SET BU-EOF TO TRUE
    ELSE
        ADD 1 TO BU-DEPT-COUNT
        MOVE BU-DEPT-COUNT TO BU-DEPT-IDX
        MOVE BU-SEARCH-CODE TO BX-DEPT-CODE (BU-DEPT-IDX)
        MOVE "*** NOT ON DEPTMST" TO BX-DEPT-NAME (BU-DEPT-IDX)
        MOVE SPACE TO BX-STATUS (BU-DEPT-IDX)
        MOVE "OPERATIONS" TO BX-CONTACT (BU-DEPT-IDX)
        MOVE 0 TO BX-DETAIL-LINES (BU-DEPT-IDX)
        MOVE 0 TO BX-PROCESSED (BU-DEPT-IDX)
        MOVE 0 TO BX-REJECTED (BU-DEPT-IDX)
        MOVE 0 TO BX-VAL (BU-DEPT-IDX)
        MOVE 0 TO BX-OPEN-ITEMS (BU-DEPT-IDX)
        MOVE 0 TO BX-PAGES (BU-DEPT-IDX)
        MOVE 0 TO BX-LINES (BU-DEPT-IDX)
    END-IF.

*> First pass: totals every department's detail lines and checks
*> the report is still grouped by department.
SCAN-VALUE-REPORT.
    OPEN INPUT REPORT-IN-FILE
    IF BU-REPORT-STATUS NOT = "00"
        DISPLAY "FAKTBRS: VALRPT OPEN FAILED, STATUS "
            BU-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO BU-EOF-SWITCH
        PERFORM UNTIL BU-EOF
            READ REPORT-IN-FILE
                AT END
                    SET BU-EOF TO TRUE
                NOT AT END
                    PERFORM CLASSIFY-REPORT-LINE
                    IF BU-DETAIL-LINE
                        PERFORM TALLY-DETAIL-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REPORT-IN-FILE
    END-IF.

*> The same line-by-line filter as FAKTMRG's MERGE-ONE-REPORT-LINE,
*> plus the department subtotal lines, the stream-count line FAKTMRG
*> adds after its totals, and blank separators. The first page
*> header gives the report title and the settings block the lines
*> per page, so the burst pages the way the run paged.
CLASSIFY-REPORT-LINE.
    MOVE SPACE TO BU-LINE-KIND
    IF BU-SKIP-LINES > 0
        SUBTRACT 1 FROM BU-SKIP-LINES
        IF REPORT-IN-RECORD (1:13) = BU-LPP-PREFIX
           AND FUNCTION TEST-NUMVAL (REPORT-IN-RECORD (14:4)) = 0
            COMPUTE BU-LINES-PER-PAGE =
                FUNCTION NUMVAL (REPORT-IN-RECORD (14:4))
            IF BU-LINES-PER-PAGE < 10
                MOVE 55 TO BU-LINES-PER-PAGE
            END-IF
        END-IF
    ELSE
     IF REPORT-IN-RECORD (1:33) = BU-SETTINGS-PREFIX
        MOVE 3 TO BU-SKIP-LINES
     ELSE
      IF REPORT-IN-RECORD (31:10) = "RUN DATE: "
         AND REPORT-IN-RECORD (60:6) = "PAGE: "
        IF NOT BU-TITLE-SEEN
            MOVE REPORT-IN-RECORD (1:20) TO HL-TITLE
            SET BU-TITLE-SEEN TO TRUE
        END-IF
      ELSE
       IF REPORT-IN-RECORD = BU-COLHDR-FWD
          OR REPORT-IN-RECORD = BU-COLHDR-DEC
        IF NOT BU-COLHDR-SEEN
            MOVE REPORT-IN-RECORD TO BU-PAGE-COLHDR
            SET BU-COLHDR-SEEN TO TRUE
        END-IF
       ELSE
        IF REPORT-IN-RECORD (1:25) = BU-TOTAL-PREFIX
           OR REPORT-IN-RECORD (1:25) = BU-REJECT-PREFIX
           OR REPORT-IN-RECORD (1:25) = BU-GRAND-PREFIX
           OR REPORT-IN-RECORD (1:25) = BU-STREAMS-PREFIX
           OR REPORT-IN-RECORD = SPACES
            CONTINUE
        ELSE
         IF REPORT-IN-RECORD (1:5) = "DEPT "
            AND (REPORT-IN-RECORD (31:16) = " PROCESSED    : "
              OR REPORT-IN-RECORD (31:16) = " REJECTED     : "
              OR REPORT-IN-RECORD (31:16) = " VAL SUBTOTAL : ")
            CONTINUE
         ELSE
            MOVE 'D' TO BU-LINE-KIND
            MOVE REPORT-IN-RECORD (35:4) TO BU-LINE-DEPT
         END-IF
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF.

*> A processed line carries its VAL at col 47; a rejected line
*> carries the reject message there instead.
TALLY-DETAIL-LINE.
    MOVE BU-LINE-DEPT TO BU-SEARCH-CODE
    PERFORM FIND-DEPT-ENTRY
    IF BU-DEPT-IDX = 0
        PERFORM ADD-DEPT-ENTRY
    END-IF
    IF BU-DEPT-IDX NOT = 0
        IF BU-LINE-DEPT NOT = BU-PREV-DEPT
            IF BX-DETAIL-LINES (BU-DEPT-IDX) > 0
               AND NOT BU-OUT-OF-ORDER
                SET BU-OUT-OF-ORDER TO TRUE
                MOVE BU-LINE-DEPT TO BU-ORDER-DEPT
            END-IF
            MOVE BU-LINE-DEPT TO BU-PREV-DEPT
        END-IF
        ADD 1 TO BX-DETAIL-LINES (BU-DEPT-IDX)
        IF FUNCTION TEST-NUMVAL (REPORT-IN-RECORD (47:11)) = 0
            ADD 1 TO BX-PROCESSED (BU-DEPT-IDX)
            COMPUTE BU-VAL-WORK =
                FUNCTION NUMVAL (REPORT-IN-RECORD (47:11))
            ADD BU-VAL-WORK TO BX-VAL (BU-DEPT-IDX)
        ELSE
            ADD 1 TO BX-REJECTED (BU-DEPT-IDX)
        END-IF
    END-IF.

COUNT-OPEN-ITEMS.
    OPEN INPUT REJECT-FILE
    IF BU-REJECT-STATUS NOT = "00"
        DISPLAY "FAKTBRS: REJECTFL OPEN FAILED, STATUS "
            BU-REJECT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 'N' TO BU-EOF-SWITCH
        PERFORM UNTIL BU-EOF
            READ REJECT-FILE
                AT END
                    SET BU-EOF TO TRUE
                NOT AT END
                    MOVE RJ-DEPT-CODE TO BU-SEARCH-CODE
                    PERFORM FIND-DEPT-ENTRY
                    IF BU-DEPT-IDX = 0
                        PERFORM ADD-DEPT-ENTRY
                    END-IF
                    IF BU-DEPT-IDX NOT = 0
                        ADD 1 TO BX-OPEN-ITEMS (BU-DEPT-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-FILE
    END-IF.

*> The burst balances when what it would send adds back to the run
*> totals, line for line with REJECTFL.
CHECK-CONTROL-TIE.
    PERFORM VARYING BU-DEPT-IDX FROM 1 BY 1
            UNTIL BU-DEPT-IDX > BU-DEPT-COUNT
        ADD BX-PROCESSED (BU-DEPT-IDX) TO BU-SUM-PROCESSED
        ADD BX-REJECTED (BU-DEPT-IDX) TO BU-SUM-REJECTED
        ADD BX-OPEN-ITEMS (BU-DEPT-IDX) TO BU-SUM-OPEN-ITEMS
        ADD BX-VAL (BU-DEPT-IDX) TO BU-SUM-VAL
        IF BX-REJECTED (BU-DEPT-IDX) NOT = BX-OPEN-ITEMS (BU-DEPT-IDX)
            ADD 1 TO BU-DEPT-MISMATCHES
        END-IF
    END-PERFORM
    IF BU-SUM-PROCESSED NOT = BU-RPT-PROCESSED
       OR BU-SUM-REJECTED NOT = BU-RPT-REJECTED
       OR BU-SUM-OPEN-ITEMS NOT = BU-RPT-REJECTED
       OR BU-SUM-VAL NOT = BU-RPT-VAL
       OR BU-DEPT-MISMATCHES > 0
       OR BU-OUT-OF-ORDER
        SET BU-HELD TO TRUE
        DISPLAY "FAKTBRS: REPORT DOES NOT TIE TO TOTALFL/REJECTFL"
            " - BURST HELD"
    END-IF.

WRITE-MANIFEST-HEADERS.
    MOVE BU-RUN-ID TO MH-RUN-ID
    MOVE BU-RUN-DATE (5:2) TO MH-MM
    MOVE BU-RUN-DATE (7:2) TO MH-DD
    MOVE BU-RUN-DATE (1:4) TO MH-YYYY
    MOVE BU-MAN-HEADER-1 TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE SPACES TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "DEPARTMENT REPORTS" TO BU-MAN-TITLE-LINE
    MOVE BU-MAN-TITLE-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE BU-MAN-HEADER-2 TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD.

WRITE-HELD-REASONS.
    MOVE BU-HELD-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    IF BU-OUT-OF-ORDER
        MOVE BU-ORDER-DEPT TO OL-DEPT-CODE
        MOVE BU-ORDER-LINE TO MANIFEST-RECORD
        WRITE MANIFEST-RECORD
    END-IF
    PERFORM VARYING BU-DEPT-IDX FROM 1 BY 1
            UNTIL BU-DEPT-IDX > BU-DEPT-COUNT
        IF BX-REJECTED (BU-DEPT-IDX) NOT = BX-OPEN-ITEMS (BU-DEPT-IDX)
            MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO MM-DEPT-CODE
            MOVE BX-REJECTED (BU-DEPT-IDX) TO MM-REJECTED
            MOVE BX-OPEN-ITEMS (BU-DEPT-IDX) TO MM-OPEN-ITEMS
            MOVE BU-MISMATCH-LINE TO MANIFEST-RECORD
            WRITE MANIFEST-RECORD
        END-IF
    END-PERFORM.

*> Second pass: the report is grouped by department, so a change of
*> department closes one department report and opens the next.
WRITE-BURST-REPORTS.
    OPEN OUTPUT BURST-FILE
    IF NOT BU-COLHDR-SEEN
        MOVE BU-COLHDR-FWD TO BU-PAGE-COLHDR
    END-IF
    OPEN INPUT REPORT-IN-FILE
    IF BU-REPORT-STATUS NOT = "00"
        DISPLAY "FAKTBRS: VALRPT REOPEN FAILED, STATUS "
            BU-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 0 TO BU-SKIP-LINES
        MOVE 'N' TO BU-EOF-SWITCH
        PERFORM UNTIL BU-EOF
            READ REPORT-IN-FILE
                AT END
                    SET BU-EOF TO TRUE
                NOT AT END
                    PERFORM CLASSIFY-REPORT-LINE
                    IF BU-DETAIL-LINE
                        PERFORM BURST-DETAIL-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REPORT-IN-FILE
        IF BU-CURRENT-DEPT NOT = LOW-VALUES
            PERFORM FINISH-DEPT-REPORT
        END-IF
    END-IF
    CLOSE BURST-FILE
    IF BU-REPORTS-PRODUCED = 0
        MOVE "NO DEPARTMENT REPORTS - NO DETAIL ON VALRPT"
            TO BU-MAN-TITLE-LINE
        MOVE BU-MAN-TITLE-LINE TO MANIFEST-RECORD
        WRITE MANIFEST-RECORD
    END-IF.

BURST-DETAIL-LINE.
    IF BU-LINE-DEPT NOT = BU-CURRENT-DEPT
        IF BU-CURRENT-DEPT NOT = LOW-VALUES
            PERFORM FINISH-DEPT-REPORT
        END-IF
        MOVE BU-LINE-DEPT TO BU-CURRENT-DEPT
        MOVE BU-LINE-DEPT TO BU-SEARCH-CODE
        PERFORM FIND-DEPT-ENTRY
        MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO HL-DEPT-CODE
        MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO HL-DEPT-NAME
        MOVE BX-CONTACT (BU-DEPT-IDX) TO HL-CONTACT
        MOVE 99 TO BU-LINE-COUNT
    END-IF
    MOVE REPORT-IN-RECORD TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE.

*> BU-DEPT-IDX still points at the department being closed.
FINISH-DEPT-REPORT.
    MOVE SPACES TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO DP-DEPT-CODE
    MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO DP-DEPT-NAME
    MOVE BX-PROCESSED (BU-DEPT-IDX) TO DP-PROCESSED-COUNT
    MOVE BU-DEPT-PROC-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO DR-DEPT-CODE
    MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO DR-DEPT-NAME
    MOVE BX-REJECTED (BU-DEPT-IDX) TO DR-REJECTED-COUNT
    MOVE BU-DEPT-REJ-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO DV-DEPT-CODE
    MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO DV-DEPT-NAME
    MOVE BX-VAL (BU-DEPT-IDX) TO DV-VAL
    MOVE BU-DEPT-VAL-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE SPACES TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE BU-ITEMS-TITLE-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    IF BX-OPEN-ITEMS (BU-DEPT-IDX) = 0
        MOVE BU-NO-ITEMS-LINE TO BU-LINE-OUT
        PERFORM WRITE-BURST-LINE
    ELSE
        MOVE BU-ITEMS-HEADER TO BU-LINE-OUT
        PERFORM WRITE-BURST-LINE
        PERFORM WRITE-OPEN-ITEMS
    END-IF
    MOVE SPACES TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO EL-DEPT-CODE
    MOVE BU-END-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE
    ADD 1 TO BU-REPORTS-PRODUCED
    PERFORM WRITE-MANIFEST-LINE.

*> REJECTFL is in input order, which is department order; it is read
*> start to end for each department that has items.
WRITE-OPEN-ITEMS.
    MOVE 'N' TO BU-ITEM-EOF-SWITCH
    OPEN INPUT REJECT-FILE
    IF BU-REJECT-STATUS NOT = "00"
        DISPLAY "FAKTBRS: REJECTFL REOPEN FAILED, STATUS "
            BU-REJECT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM UNTIL BU-ITEM-EOF
            READ REJECT-FILE
                AT END
                    SET BU-ITEM-EOF TO TRUE
                NOT AT END
                    IF RJ-DEPT-CODE = BX-DEPT-CODE (BU-DEPT-IDX)
                        PERFORM WRITE-ONE-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-FILE
    END-IF.

WRITE-ONE-ITEM.
    MOVE RJ-FIRST-INP TO IL-FIRST-INP
    MOVE RJ-LAST-INP TO IL-LAST-INP
    MOVE RJ-LOT-ID TO IL-LOT-ID
    MOVE RJ-LOT-CLASS TO IL-LOT-CLASS
    MOVE RJ-REASON-CODE TO IL-REASON-CODE
    MOVE RJ-RECORD-NO TO IL-RECORD-NO
    EVALUATE RJ-REASON-CODE
        WHEN "NN"
            MOVE "NON-NUMERIC INPUT" TO IL-REASON-TEXT
        WHEN "MG"
            MOVE "VALUE TOO LARGE" TO IL-REASON-TEXT
        WHEN "RG"
            MOVE "OUT OF BOUNDS" TO IL-REASON-TEXT
        WHEN "DP"
            MOVE "LOT TWICE IN RUN" TO IL-REASON-TEXT
        WHEN "ND"
            MOVE "VAL NOT DECODABLE" TO IL-REASON-TEXT
        WHEN "NB"
            MOVE "NO BOUNDS FOR CLASS" TO IL-REASON-TEXT
        WHEN "DN"
            MOVE "DEPT NOT ACTIVE" TO IL-REASON-TEXT
        WHEN "PL"
            MOVE "LOT ON EARLIER RUN" TO IL-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO IL-REASON-TEXT
    END-EVALUATE
    MOVE BU-ITEM-LINE TO BU-LINE-OUT
    PERFORM WRITE-BURST-LINE.

WRITE-BURST-LINE.
    IF BU-LINE-COUNT >= BU-LINES-PER-PAGE
        PERFORM WRITE-BURST-PAGE-HEADERS
    END-IF
    MOVE BU-LINE-OUT TO BURST-RECORD
    WRITE BURST-RECORD
    ADD 1 TO BU-LINE-COUNT
    ADD 1 TO BX-LINES (BU-DEPT-IDX).

*> Pages number from 1 within each department's report.
WRITE-BURST-PAGE-HEADERS.
    ADD 1 TO BX-PAGES (BU-DEPT-IDX)
    MOVE BU-RUN-DATE (5:2) TO HL-MM
    MOVE BU-RUN-DATE (7:2) TO HL-DD
    MOVE BU-RUN-DATE (1:4) TO HL-YYYY
    MOVE BX-PAGES (BU-DEPT-IDX) TO HL-PAGE
    MOVE BU-HEADER-LINE-1 TO BURST-RECORD
    WRITE BURST-RECORD
    MOVE BU-HEADER-LINE-2 TO BURST-RECORD
    WRITE BURST-RECORD
    MOVE SPACES TO BURST-RECORD
    WRITE BURST-RECORD
    MOVE BU-PAGE-COLHDR TO BURST-RECORD
    WRITE BURST-RECORD
    ADD 4 TO BX-LINES (BU-DEPT-IDX)
    MOVE 0 TO BU-LINE-COUNT.

WRITE-MANIFEST-LINE.
    MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO ML-DEPT-CODE
    MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO ML-DEPT-NAME
    MOVE BX-CONTACT (BU-DEPT-IDX) TO ML-CONTACT
    MOVE BX-PAGES (BU-DEPT-IDX) TO ML-PAGES
    MOVE BX-LINES (BU-DEPT-IDX) TO ML-LINES
    EVALUATE BX-STATUS (BU-DEPT-IDX)
        WHEN 'A'
            MOVE SPACES TO ML-REMARK
        WHEN SPACE
            MOVE "NOT ON DEPTMST" TO ML-REMARK
            ADD 1 TO BU-TO-OPERATIONS
        WHEN OTHER
            MOVE "INACTIVE" TO ML-REMARK
    END-EVALUATE
    MOVE BU-MAN-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD.

*> Active departments with no line on the report submitted nothing
*> that made the run, accepted or rejected.
WRITE-NON-SUBMITTERS.
    MOVE SPACES TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "DEPARTMENTS ON DEPTMST WITH NOTHING IN THIS RUN"
        TO BU-MAN-TITLE-LINE
    MOVE BU-MAN-TITLE-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    IF NOT BU-DEPTMST-ON
        MOVE "DEPTMST NOT ALLOCATED - NOT CHECKED"
            TO BU-MAN-TITLE-LINE
        MOVE BU-MAN-TITLE-LINE TO MANIFEST-RECORD
        WRITE MANIFEST-RECORD
    ELSE
        PERFORM VARYING BU-DEPT-IDX FROM 1 BY 1
                UNTIL BU-DEPT-IDX > BU-DEPT-COUNT
            IF BX-STATUS (BU-DEPT-IDX) = 'A'
               AND BX-DETAIL-LINES (BU-DEPT-IDX) = 0
                ADD 1 TO BU-NON-SUBMITTERS
                MOVE BX-DEPT-CODE (BU-DEPT-IDX) TO ML-DEPT-CODE
                MOVE BX-DEPT-NAME (BU-DEPT-IDX) TO ML-DEPT-NAME
                MOVE BX-CONTACT (BU-DEPT-IDX) TO ML-CONTACT
                MOVE 0 TO ML-PAGES
                MOVE 0 TO ML-LINES
                MOVE "NO SUBMISSION" TO ML-REMARK
                MOVE BU-MAN-LINE TO MANIFEST-RECORD
                WRITE MANIFEST-RECORD
            END-IF
        END-PERFORM
        IF BU-NON-SUBMITTERS = 0
            MOVE "NONE" TO BU-MAN-TITLE-LINE
            MOVE BU-MAN-TITLE-LINE TO MANIFEST-RECORD
            WRITE MANIFEST-RECORD
        END-IF
    END-IF.

WRITE-CONTROL-TOTALS.
    MOVE SPACES TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE BU-TOTALS-HEADER TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "PAIRS PROCESSED         :" TO TL-LABEL
    MOVE BU-SUM-PROCESSED TO TL-BURST
    MOVE BU-RPT-PROCESSED TO TL-HANDOFF
    IF BU-SUM-PROCESSED = BU-RPT-PROCESSED
        MOVE "AGREE" TO TL-RESULT
    ELSE
        MOVE "DISAGREE" TO TL-RESULT
    END-IF
    MOVE BU-TOTALS-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "PAIRS REJECTED          :" TO TL-LABEL
    MOVE BU-SUM-REJECTED TO TL-BURST
    MOVE BU-RPT-REJECTED TO TL-HANDOFF
    IF BU-SUM-REJECTED = BU-RPT-REJECTED
        MOVE "AGREE" TO TL-RESULT
    ELSE
        MOVE "DISAGREE" TO TL-RESULT
    END-IF
    MOVE BU-TOTALS-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "OPEN ITEMS ON REJECTFL  :" TO TL-LABEL
    MOVE BU-SUM-OPEN-ITEMS TO TL-BURST
    MOVE BU-RPT-REJECTED TO TL-HANDOFF
    IF BU-SUM-OPEN-ITEMS = BU-RPT-REJECTED
        MOVE "AGREE" TO TL-RESULT
    ELSE
        MOVE "DISAGREE" TO TL-RESULT
    END-IF
    MOVE BU-TOTALS-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "TOTAL VAL               :" TO TL-LABEL
    MOVE BU-SUM-VAL TO TL-BURST
    MOVE BU-RPT-VAL TO TL-HANDOFF
    IF BU-SUM-VAL = BU-RPT-VAL
        MOVE "AGREE" TO TL-RESULT
    ELSE
        MOVE "DISAGREE" TO TL-RESULT
    END-IF
    MOVE BU-TOTALS-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE SPACES TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "DEPARTMENT REPORTS PRODUCED :" TO CL-LABEL
    MOVE BU-REPORTS-PRODUCED TO CL-COUNT
    MOVE BU-COUNT-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "ADDRESSED TO OPERATIONS     :" TO CL-LABEL
    MOVE BU-TO-OPERATIONS TO CL-COUNT
    MOVE BU-COUNT-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE "DEPARTMENTS WITH NOTHING    :" TO CL-LABEL
    MOVE BU-NON-SUBMITTERS TO CL-COUNT
    MOVE BU-COUNT-LINE TO MANIFEST-RECORD
    WRITE MANIFEST-RECORD
    MOVE BU-REPORTS-PRODUCED TO BU-COUNT-DISPLAY
    DISPLAY "FAKTBRS: RUN " BU-RUN-ID " " BU-RUN-DATE
        " DEPARTMENT REPORTS " BU-COUNT-DISPLAY.

SET-CONDITION-CODE.
    IF RETURN-CODE NOT = 16
        IF BU-HELD
            MOVE 8 TO RETURN-CODE
        ELSE
         IF BU-TO-OPERATIONS > 0 OR NOT BU-DEPTMST-ON
            MOVE 4 TO RETURN-CODE
         END-IF
        END-IF
    END-IF.
