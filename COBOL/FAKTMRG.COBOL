*> file with no trailer is from an abended stream and holds the
*> whole consolidation.
*>
*> The streams only check the LOTMST cross-run lot master (RUNCARD
*> LOTMST=CHECK); once the night verifies, this step posts every
*> consolidated lot to it, so the master sees a parallel night as
*> the one run it is. An unallocated master skips the posting; one
*> that will not open refuses the consolidation before anything is
*> written.
*>
*> A production forward night is the MRG step of its business date
*> on the RUNLEDG run ledger (FAKTRLH): the consolidation is refused
*> unless the split completed under the same run-id and every stream
*> it cut has completed, or when the date is already consolidated -
*> unless the STEPCARD deck carries an authorized override. The
*> ledger is checked once the interface headers have told this step
*> which night it holds, so a night that then fails verification is
*> on the ledger as a failed merge, not a missing one.
*>
*> A night dated into a month FAKTPCL has closed on PERDCLS is
*> refused (FAKTPDC) before the ledger is touched.
*>
*> Condition codes: 0 consolidated clean, 8 a verification failed -
*> nothing written, hold the downstream jobs, 16 a file would not
*> open, a malformed interface sequence, table capacity exceeded,
*> refused by the run ledger, dated into a closed period, or a lot
*> that would not post to LOTMST - the consolidation stops there
*> with no RUNHIST R record, report or TOTALFL; put LOTMST right and
*> rerun the step.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO "RUNHIST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOT-MASTER-FILE ASSIGN TO "LOTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LM-LOT-ID
        FILE STATUS IS MG-LOTM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TOTIN-FILE.
01  TOTALS-RECORD                PIC X(44).
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(50).
FD  LOT-MASTER-FILE.
01  LOT-MASTER-RECORD.
    COPY FAKTLOTM.
WORKING-STORAGE SECTION.
01  MG-TOTIN-STATUS              PIC X(2) VALUE SPACES.
01  MG-INTFIN-STATUS             PIC X(2) VALUE SPACES.
01  MG-HISTIN-STATUS             PIC X(2) VALUE SPACES.
01  MG-RPTIN-STATUS              PIC X(2) VALUE SPACES.
01  MG-LOTM-STATUS               PIC X(2) VALUE SPACES.
01  MG-LOTM-POST-SWITCH          PIC X VALUE 'N'.
    88 MG-LOTM-POST-ON           VALUE 'Y'.
01  MG-LOTM-POSTED               PIC 9(7) VALUE 0.
01  MG-TOTIN-EOF-SWITCH          PIC X VALUE 'N'.
    88 MG-TOTIN-EOF              VALUE 'Y'.
01  MG-INTF-EOF-SWITCH           PIC X VALUE 'N'.
    COPY FAKTHIST.
01  MG-TOTL-WORK.
    COPY FAKTTOTL.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  MG-LEDGER-SWITCH             PIC X VALUE 'N'.
    88 MG-LEDGER-ON              VALUE 'Y'.
01  FAKTPDC-PARMS.
    COPY FAKTPDLK.
*> Report-merge line recognition. The stream reports are filtered
*> line by line: page headers, the page-one settings block and the
*> per-stream grand-total lines are dropped and everything else
    IF RETURN-CODE = 0
        PERFORM VERIFY-INTERFACE-STREAMS
    END-IF
    IF RETURN-CODE NOT = 16 AND MG-GROUP-NO > 0
        PERFORM CHECK-PERIOD-OPEN
    END-IF
    IF RETURN-CODE NOT = 16 AND MG-GROUP-NO > 0
        MOVE MG-FIRST-HEADER TO MG-INTF-WORK
        IF ST-RUN-TYPE (1) = 'P'
           AND IF-H-RUN-MODE OF MG-INTF-WORK = 'F'
            PERFORM BEGIN-LEDGER-STEP
        END-IF
    END-IF
    IF RETURN-CODE = 0
        PERFORM VERIFY-RUN-HISTORY
    END-IF
    IF RETURN-CODE = 0
        PERFORM VERIFY-REPORT-INPUT
    END-IF
    IF RETURN-CODE = 0
        PERFORM OPEN-LOT-MASTER
    END-IF
    IF RETURN-CODE = 0
        PERFORM WRITE-COMBINED-INTERFACE
        PERFORM POST-LOT-MASTER
*> A lot that will not post stops the write phase there, as it stops
*> FAKTBAT: no RUNHIST R record, no report and no TOTALFL handoff, so
*> nothing marks the night complete and the rerun after LOTMST is
*> put right appends the night's history once. Lots posted before
*> the failure are simply posted again by the rerun.
        IF RETURN-CODE = 0
            PERFORM APPEND-RUN-HISTORY
        END-IF
        IF RETURN-CODE = 0
            PERFORM MERGE-STREAM-REPORTS
        END-IF
        IF RETURN-CODE = 0
            PERFORM WRITE-COMBINED-TOTALS
        END-IF
        IF RETURN-CODE = 0
            DISPLAY "FAKTMRG: CONSOLIDATED " MG-STREAM-COUNT
                " STREAMS FOR RUN " ST-RUN-ID (1) " "
                ST-RUN-DATE (1)
        ELSE
*> A failure inside the write phase (after the verifications all
*> passed) can leave partial outputs; TOTALFL is written last and
*> only after everything before it succeeded, so FAKTREC finds no
*> handoff and the scheduler holds the night.
            DISPLAY "FAKTMRG: *** CONSOLIDATION INCOMPLETE - "
                "HOLD THE DOWNSTREAM JOBS ***"
        END-IF
        DISPLAY "FAKTMRG: *** CONSOLIDATION HELD - NOTHING "
            "WRITTEN ***"
    END-IF
    IF MG-LEDGER-ON
        PERFORM END-LEDGER-STEP
    END-IF
    STOP RUN.

*> RETURN-CODE rides across the call in LL-COND-CODE, which FAKTRLH
*> never changes - a night already failing verification keeps its 8.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTMRG" TO LL-PROGRAM
    MOVE ST-RUN-DATE (1) TO LL-BUS-DATE
    MOVE "MRG" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE ST-RUN-ID (1) TO LL-RUN-ID
    MOVE MG-STREAM-COUNT TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET MG-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTMRG: RUN LEDGER REFUSED THE CONSOLIDATION "
                "OF " LL-BUS-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE.

*> The streams each passed the same check, but a month can be closed
*> between the last stream and the merge; the consolidated night is
*> held to the close as well. RETURN-CODE rides across the call in
*> PD-COND-CODE.
CHECK-PERIOD-OPEN.
    MOVE "FAKTMRG" TO PD-PROGRAM
    MOVE ST-RUN-DATE (1) TO PD-RUN-DATE
    MOVE RETURN-CODE TO PD-COND-CODE
    CALL "FAKTPDC" USING FAKTPDC-PARMS
    MOVE PD-COND-CODE TO RETURN-CODE
    EVALUATE PD-RETURN-CODE
        WHEN 0
            CONTINUE
        WHEN 4
            CONTINUE
        WHEN 8
            DISPLAY "FAKTMRG: RUN DATE " PD-RUN-DATE
                " FALLS IN A CLOSED PERIOD (CLOSED " PD-CLOSED-TS
                " BY " PD-CLOSED-BY ") - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "FAKTMRG: PERIOD-CLOSE CHECK FAILED FOR "
                PD-RUN-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

*> Tables the stream TOTALFL handoffs, in concatenation order, and
*> holds every stream to one run identity. A missing handoff means
*> its stream never completed - FAKTBAT writes TOTALFL only as part
    MOVE MG-SUM-PROCESSED TO RH-R-PROCESSED OF MG-HIST-WORK
    MOVE MG-SUM-REJECTED TO RH-R-REJECTED OF MG-HIST-WORK
    MOVE MG-SUM-GRAND-VAL TO RH-R-GRAND-VAL OF MG-HIST-WORK
    MOVE 0 TO RH-R-REVERSED OF MG-HIST-WORK
    MOVE MG-HIST-WORK TO HISTORY-RECORD
    WRITE HISTORY-RECORD
    CLOSE HISTORY-FILE.
        CLOSE RPTIN-FILE
    END-IF.

*> Last of the pre-write checks. A decode night backs VALs out and
*> posts nothing, so it never opens the master.
OPEN-LOT-MASTER.
    MOVE MG-FIRST-HEADER TO MG-INTF-WORK
    IF IF-H-RUN-MODE OF MG-INTF-WORK NOT = 'D'
        OPEN I-O LOT-MASTER-FILE
        IF MG-LOTM-STATUS = "35"
            DISPLAY "FAKTMRG: LOTMST NOT ALLOCATED - LOTS NOT POSTED"
        ELSE
         IF MG-LOTM-STATUS NOT = "00"
            DISPLAY "FAKTMRG: LOTMST OPEN FAILED, STATUS "
                MG-LOTM-STATUS
            MOVE 16 TO RETURN-CODE
         ELSE
            SET MG-LOTM-POST-ON TO TRUE
         END-IF
        END-IF
    END-IF.

*> Posts every consolidated detail's lot under the detail's own run
*> identity, exactly the row a serial FAKTBAT run would have posted.
*> A lot already on the master is this night being consolidated a
*> second time, or a reversed lot coming back - the row is replaced.
POST-LOT-MASTER.
    IF MG-LOTM-POST-ON
        OPEN INPUT INTFIN-FILE
        MOVE 'N' TO MG-INTF-EOF-SWITCH
        PERFORM UNTIL MG-INTF-EOF
            READ INTFIN-FILE
                AT END
                    SET MG-INTF-EOF TO TRUE
                NOT AT END
                    IF IF-REC-TYPE OF INTFIN-RECORD = 'D'
                       AND IF-D-LOT-ID OF INTFIN-RECORD NOT = SPACES
                        PERFORM POST-ONE-LOT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INTFIN-FILE
        CLOSE LOT-MASTER-FILE
        DISPLAY "FAKTMRG: " MG-LOTM-POSTED " LOTS POSTED TO LOTMST"
    END-IF.

POST-ONE-LOT.
    MOVE IF-D-LOT-ID OF INTFIN-RECORD TO LM-LOT-ID
    MOVE IF-D-RUN-ID OF INTFIN-RECORD TO LM-RUN-ID
    MOVE IF-D-RUN-DATE OF INTFIN-RECORD TO LM-RUN-DATE
    MOVE IF-D-DEPT-CODE OF INTFIN-RECORD TO LM-DEPT-CODE
    MOVE IF-D-VAL OF INTFIN-RECORD TO LM-VAL
    MOVE 'P' TO LM-STATUS
    WRITE LOT-MASTER-RECORD
        INVALID KEY
            REWRITE LOT-MASTER-RECORD
                INVALID KEY
                    DISPLAY "FAKTMRG: LOTMST POST FAILED FOR LOT "
                        LM-LOT-ID ", STATUS " MG-LOTM-STATUS
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO MG-LOTM-POSTED
            END-REWRITE
        NOT INVALID KEY
            ADD 1 TO MG-LOTM-POSTED
    END-WRITE.

*> Filters and re-pages the concatenated stream reports into one
*> VALRPT: stream page headers, settings blocks and per-stream
*> grand-total lines drop; detail and department-subtotal lines keep
