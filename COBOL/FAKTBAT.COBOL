        ACCESS MODE IS RANDOM
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-RSLT-STATUS.
*> Not OPTIONAL, for the same reason as DEPTMST: OPEN-LOT-MASTER
*> tells an unallocated master (check off) from a broken one (refuse
*> the run).
    SELECT LOT-MASTER-FILE ASSIGN TO "LOTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LM-LOT-ID
        FILE STATUS IS WS-LOTM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PAIRS-FILE.
FD  RESULTS-FILE.
01  RESULTS-RECORD.
    COPY FAKTRSLT.
FD  LOT-MASTER-FILE.
01  LOT-MASTER-RECORD.
    COPY FAKTLOTM.
WORKING-STORAGE SECTION.
01  WS-EOF-SWITCH                PIC X VALUE 'N'.
    88 WS-EOF                    VALUE 'Y'.
01  WS-REC-LOT-CLASS              PIC X(4) VALUE SPACES.
01  FAKTBNL-PARMS.
    COPY FAKTBLNK.
01  FAKTACH-PARMS.
    COPY FAKTACLK.
*> One cache entry per distinct lot class seen this run, so FAKTBNL
*> re-reads BNDCTL once per class, not once per record. A class with
*> no active covering row is cached as not-found ('N') and every
01  WS-REPORT-BUFFER-COUNT        PIC 9(7) VALUE 0.
01  WS-AUDIT-BUFFER.
    05 AB-ENTRY OCCURS 1000 TIMES.
       10 AB-LINE                 PIC X(113).
01  WS-AUDIT-BUFFER-COUNT         PIC 9(7) VALUE 0.
01  WS-REJECT-BUFFER.
    05 JB-ENTRY OCCURS 1000 TIMES.
*> at most one entry (R or C) per record, so one interval's worth.
01  WS-RGST-BUFFER.
    05 GB-ENTRY OCCURS 1000 TIMES.
       10 GB-LINE                 PIC X(56).
01  WS-RGST-BUFFER-COUNT          PIC 9(7) VALUE 0.
*> RUNHIST D records, one per department break - at worst one per
*> record in the degenerate every-record-a-new-department case.
    05 HB-ENTRY OCCURS 1000 TIMES.
       10 HB-LINE                 PIC X(50).
01  WS-HIST-BUFFER-COUNT          PIC 9(7) VALUE 0.
*> LOTMST postings, one per processed lot - one interval's worth.
*> Posted at the flush, not as each lot is priced, so the master
*> never claims a lot whose VAL is not yet on INTFOUT on disk.
01  WS-LOTM-BUFFER.
    05 MB-ENTRY OCCURS 1000 TIMES.
       10 MB-LINE                 PIC X(40).
01  WS-LOTM-BUFFER-COUNT          PIC 9(7) VALUE 0.
01  WS-FLUSH-IDX                  PIC 9(7) VALUE 0.
*> P = production, R = repair run of corrected rejects; validated at
*> MAIN-PARA, anything else refuses the run.
*> line: RUNDATE= (YYYYMMDD business-date override so a rerun of
*> Monday's file prints Monday's date), CKPTINT= (1-1000), LINESPP=
*> (10-9999), TITLE= (first 20 characters), LIMIT= (stop after this
*> many input records - test runs; 0 = no limit), LOTMST= (CHECK to
*> read the lot master without posting - parallel streams; POST, the
*> default, for a serial run). A missing RUNCARD
*> file means the compiled defaults, exactly as before; a bad card
*> refuses the whole run before anything is opened for output. A
*> restart must be given the same RUNCARD as the run it resumes.
    88 WS-RSLT-ENABLED             VALUE 'Y'.
01  WS-LOOKUP-SWITCH              PIC X VALUE 'N'.
    88 WS-LOOKUP-HIT               VALUE 'Y'.
*> LOTMST cross-run lot master. The in-run seen-lot table above only
*> knows today's file; the master knows every lot that has produced
*> a VAL on any earlier run, so a lot resubmitted on a later day
*> rejects with reason PL instead of shipping a second VAL. Forward
*> runs only - a decode run backs VALs out and neither checks nor
*> posts. Like DEPTMST, an unallocated master turns the check off
*> and an allocated one that will not open refuses the run. The
*> RUNCARD LOTMST=CHECK card (the parallel-stream steps) reads the
*> master without posting to it; FAKTMRG posts the consolidated
*> night in one place.
01  WS-LOTM-STATUS                PIC X(2) VALUE SPACES.
01  WS-LOTM-CHECK-SWITCH          PIC X VALUE 'N'.
    88 WS-LOTM-CHECK-ON            VALUE 'Y'.
*> A lot the master would not take stops the run the way a BNDCTL
*> failure does: the lot master is a control, and a lot left off it
*> could come back on a later night unchallenged. No checkpoint is
*> written past the failed flush, so a restart replays the interval
*> and posts the lot again.
01  WS-LOTM-FAIL-SWITCH           PIC X VALUE 'N'.
    88 WS-LOTM-FAILED              VALUE 'Y'.
01  WS-LOTM-MODE                  PIC X(5) VALUE "POST".
    88 WS-LOTM-POSTING             VALUE "POST".
    88 WS-LOTM-CHECK-ONLY          VALUE "CHECK".
01  WS-LOTM-PRIOR-SWITCH          PIC X VALUE 'N'.
    88 WS-LOTM-PRIOR-LOT           VALUE 'Y'.
*> RUNLEDG run ledger (FAKTRLH). A production forward run is a step
*> of the nightly chain for its business date - BAT on a single-
*> stream night, STR nn when the STEPCARD deck names a stream - and
*> is refused when the ledger says that step is out of sequence or
*> already complete for the date, so a second submission for the
*> same date never reaches INTFOUT. Repair and decode runs are not
*> chain steps and never touch the ledger.
01  FAKTRLH-PARMS.
    COPY FAKTRLLK.
01  WS-LEDGER-SWITCH              PIC X VALUE 'N'.
    88 WS-LEDGER-ON                VALUE 'Y'.
*> PERDCLS period-close check (FAKTPDC). Once FAKTPCL has closed a
*> month, any run dated into it - production, repair or decode, on
*> the clock or a RUNCARD run date - is refused before anything is
*> written, so figures finance has signed off cannot change.
01  FAKTPDC-PARMS.
    COPY FAKTPDLK.
LINKAGE SECTION.
*> Carries the JCL EXEC PARM through to the audit trail and the run
*> mode: a job/run identifier, optionally followed by ",R" to mark a
        END-IF
    END-IF
    PERFORM READ-CHECKPOINT
*> A run that wrote its totals and abended before clearing the
*> checkpoint is complete; the restart closes its ledger row so the
*> night can move on to FAKTREC.
    IF WS-CKPT-TOTALS-WRITTEN
        IF WS-RUN-TYPE = 'P' AND NOT WS-DECODE-RUN
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            PERFORM READ-RUN-CONTROL-CARD
            PERFORM BEGIN-LEDGER-STEP
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM CLEAR-CHECKPOINT
            DISPLAY "FAKTBAT: PRIOR RUN ALREADY COMPLETE - NOTHING TO REPROCESS"
        END-IF
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
        PERFORM READ-RUN-CONTROL-CARD
        IF RETURN-CODE NOT = 16
            PERFORM CHECK-PERIOD-OPEN
        END-IF
        IF WS-RUN-TYPE = 'P' AND NOT WS-DECODE-RUN
           AND RETURN-CODE NOT = 16
            PERFORM BEGIN-LEDGER-STEP
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM PROBE-BOUNDS-CONTROL
            PERFORM LOAD-DEPT-MASTER
        END-IF
        IF RETURN-CODE NOT = 16 AND NOT WS-DECODE-RUN
            PERFORM OPEN-LOT-MASTER
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM LOAD-AUDIT-CHAIN-TAIL
        END-IF
        IF RETURN-CODE NOT = 16
            PERFORM RUN-PAIRS-FILE
        END-IF
    END-IF
    IF WS-LEDGER-ON
        PERFORM END-LEDGER-STEP
    END-IF
    STOP RUN.

*> RETURN-CODE rides across the call in LL-COND-CODE, which FAKTRLH
*> never changes. The block keeps the step (BAT, or STR and the
*> stream number from the STEPCARD deck) for the end call.
BEGIN-LEDGER-STEP.
    MOVE 'B' TO LL-FUNCTION
    MOVE "FAKTBAT" TO LL-PROGRAM
    MOVE WS-CURRENT-DATE (1:8) TO LL-BUS-DATE
    MOVE "BAT" TO LL-STEP
    MOVE 0 TO LL-STREAM
    MOVE WS-RUN-ID TO LL-RUN-ID
    MOVE 0 TO LL-STREAM-COUNT
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE
    EVALUATE LL-RETURN-CODE
        WHEN 0
            SET WS-LEDGER-ON TO TRUE
        WHEN 4
            CONTINUE
        WHEN OTHER
            DISPLAY "FAKTBAT: RUN LEDGER REFUSED " LL-STEP " "
                LL-STREAM " FOR " LL-BUS-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

END-LEDGER-STEP.
    MOVE 'E' TO LL-FUNCTION
    MOVE RETURN-CODE TO LL-COND-CODE
    CALL "FAKTRLH" USING FAKTRLH-PARMS
    MOVE LL-COND-CODE TO RETURN-CODE.

*> RETURN-CODE rides across the call in PD-COND-CODE, as it rides
*> across FAKTRLH in LL-COND-CODE.
CHECK-PERIOD-OPEN.
    MOVE "FAKTBAT" TO PD-PROGRAM
    MOVE WS-CURRENT-DATE (1:8) TO PD-RUN-DATE
    MOVE RETURN-CODE TO PD-COND-CODE
    CALL "FAKTPDC" USING FAKTPDC-PARMS
    MOVE PD-COND-CODE TO RETURN-CODE
    EVALUATE PD-RETURN-CODE
        WHEN 0
            CONTINUE
        WHEN 4
            CONTINUE
        WHEN 8
            DISPLAY "FAKTBAT: RUN DATE " PD-RUN-DATE
                " FALLS IN A CLOSED PERIOD (CLOSED " PD-CLOSED-TS
                " BY " PD-CLOSED-BY ") - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "FAKTBAT: PERIOD-CLOSE CHECK FAILED FOR "
                PD-RUN-DATE " - RUN REFUSED"
            MOVE 16 TO RETURN-CODE
    END-EVALUATE.

*> A decode run backs out a whole file of VALs - the
*> reverse-engineering exposure the FAKTCON console closes by
*> demanding an active level-2 operator - so the batch path demands
*> Written directly, not through the audit buffer - the refusal
*> happens before any run output exists and must survive the refusal
*> itself, the same immediate open/write/close FAKTCON uses for its
*> security events. It is chained onto whatever tail the log has: a
*> security event is never held back, and if the tail is unsealed
*> FAKTAUV reports the break this entry starts.
WRITE-DECODE-REFUSAL-AUDIT.
    MOVE 'U' TO AUD-MODE
    MOVE SPACES TO AUD-FIRST-INP
    MOVE SPACES TO AUD-LOT-ID
    MOVE SPACES TO AUD-DEPT-CODE
    MOVE SPACES TO AUD-LOT-CLASS
    MOVE SPACES TO AUD-ORIG-RUN-ID
    MOVE SPACES TO AUD-ORIG-RUN-DATE
    MOVE 'T' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    IF CH-RETURN-CODE NOT = 12
        PERFORM STAMP-AUDIT-RECORD
        OPEN EXTEND AUDIT-FILE
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    END-IF.

RUN-PAIRS-FILE.
    OPEN INPUT PAIRS-FILE
        PERFORM WRITE-RUN-SETTINGS
    END-IF
    PERFORM UNTIL WS-EOF OR WS-LOT-TABLE-FULL OR WS-BNDCTL-FAILED
               OR WS-LOTM-FAILED
        READ PAIRS-FILE
            AT END
                SET WS-EOF TO TRUE
            "RESTART FROM THE CHECKPOINT"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF WS-LOTM-FAILED
        DISPLAY "FAKTBAT: LOTMST POSTING FAILED AT RECORD "
            WS-RECORDS-READ " - RUN ABANDONED; FIX LOTMST AND "
            "RESTART FROM THE CHECKPOINT"
        MOVE 16 TO RETURN-CODE
     ELSE
      IF WS-LOT-TABLE-FULL
*> Leaving the checkpoint in place keeps the run restartable, but a
*> restart rebuilds the same table and fills it again - the file must
*> be split (or the table widened) before resubmitting. The fresh
            " LOT IDS - DUPLICATE CHECK CANNOT CONTINUE, RUN "
            "ABANDONED - SPLIT THE PAIRS FILE AND RESUBMIT"
        PERFORM FLUSH-OUTPUT-BUFFERS
        IF WS-RECORDS-READ > WS-SKIP-COUNT AND NOT WS-LOTM-FAILED
            PERFORM WRITE-CHECKPOINT
        END-IF
        MOVE 16 TO RETURN-CODE
      ELSE
        IF WS-CURRENT-DEPT NOT = LOW-VALUES
            PERFORM WRITE-DEPT-SUBTOTALS
*> The break is marked closed BEFORE the end-of-file flush and
            MOVE 0 TO WS-DEPT-TOTAL-VAL
        END-IF
        PERFORM FLUSH-OUTPUT-BUFFERS
        IF WS-LOTM-FAILED
            DISPLAY "FAKTBAT: LOTMST POSTING FAILED AT END OF FILE"
                " - RUN ABANDONED; FIX LOTMST AND RESTART FROM THE "
                "CHECKPOINT"
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM WRITE-CHECKPOINT
            PERFORM WRITE-TOTALS-AND-MARK-COMPLETE
            PERFORM CLEAR-CHECKPOINT
        END-IF
      END-IF
     END-IF
    END-IF
    CLOSE PAIRS-FILE
    CLOSE HISTORY-FILE
    IF WS-RSLT-ENABLED
        CLOSE RESULTS-FILE
    END-IF
    IF WS-LOTM-CHECK-ON
        CLOSE LOT-MASTER-FILE
    END-IF.

*> The header goes through the interface buffer like every detail,
                MOVE WS-CARD-VALUE (1:20) TO HL-TITLE
            WHEN "LIMIT"
                PERFORM APPLY-RECORD-LIMIT-CARD
            WHEN "LOTMST"
                PERFORM APPLY-LOT-MASTER-CARD
            WHEN OTHER
                DISPLAY "FAKTBAT: UNRECOGNIZED RUNCARD KEYWORD '"
                    WS-CARD-KEYWORD "' - RUN REFUSED"
        MOVE WS-CARD-NUMBER TO WS-RUN-LIMIT
    END-IF.

APPLY-LOT-MASTER-CARD.
    IF WS-CARD-VALUE NOT = "CHECK" AND WS-CARD-VALUE NOT = "POST"
        DISPLAY "FAKTBAT: LOTMST CARD MUST BE CHECK OR POST, NOT '"
            WS-CARD-VALUE (1:8) "' - RUN REFUSED"
        PERFORM REFUSE-RUN-CARD
    ELSE
        MOVE WS-CARD-VALUE (1:5) TO WS-LOTM-MODE
    END-IF.

*> -1 marks an unusable value: non-numeric, or too wide for the work
*> field - without the SIZE ERROR clause an oversized value would
*> silently truncate to its low-order digits and could slip through
        MOVE DM-STATUS TO DX-STATUS (WS-DEPT-COUNT)
    END-IF.

*> Opens the lot master for the run: I-O when this step posts its
*> own lots, INPUT under LOTMST=CHECK. Runs before any output is
*> opened, so a refusal leaves nothing on disk to clean up.
OPEN-LOT-MASTER.
    IF WS-LOTM-CHECK-ONLY
        OPEN INPUT LOT-MASTER-FILE
    ELSE
        OPEN I-O LOT-MASTER-FILE
    END-IF
    IF WS-LOTM-STATUS = "35"
        DISPLAY "FAKTBAT: LOTMST NOT ALLOCATED - CROSS-RUN LOT "
            "CHECK OFF"
    ELSE
     IF WS-LOTM-STATUS NOT = "00"
        DISPLAY "FAKTBAT: LOTMST OPEN FAILED, STATUS "
            WS-LOTM-STATUS " - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     ELSE
        SET WS-LOTM-CHECK-ON TO TRUE
     END-IF
    END-IF.

*> Picks up the sequence number and check value of the last entry
*> already on AUDITLOG, so this run's entries chain on from it. The
*> log stays allocated to this step from here to the end of the run,
*> so no other writer can slip an entry in between. An unsealed or
*> unreadable log refuses the run before any output is opened: a
*> night's entries chained from nothing could never be tied back to
*> the rest of the log.
LOAD-AUDIT-CHAIN-TAIL.
    MOVE 'T' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD
    IF CH-RETURN-CODE = 8
        DISPLAY "FAKTBAT: LAST AUDITLOG ENTRY CARRIES NO SEQUENCE "
            "STAMP - LOG NOT SEALED, RUN REFUSED"
        MOVE 16 TO RETURN-CODE
    ELSE
     IF CH-RETURN-CODE = 12
        DISPLAY "FAKTBAT: AUDITLOG WILL NOT OPEN - RUN REFUSED"
        MOVE 16 TO RETURN-CODE
     END-IF
    END-IF.

*> Reads any checkpoint left by a prior run that abended partway
*> through the pairs file, so this run can skip the records already
*> processed and pick up the counters and page/line state where the
CHECKPOINT-IF-DUE.
    IF FUNCTION MOD (WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
        PERFORM FLUSH-OUTPUT-BUFFERS
        IF NOT WS-LOTM-FAILED
            PERFORM WRITE-CHECKPOINT
        END-IF
    END-IF.

*> Physically writes every buffered report/audit/reject line. Nothing
    PERFORM VARYING WS-FLUSH-IDX FROM 1 BY 1
            UNTIL WS-FLUSH-IDX > WS-AUDIT-BUFFER-COUNT
        MOVE AB-LINE (WS-FLUSH-IDX) TO AUDIT-RECORD
        PERFORM STAMP-AUDIT-RECORD
        WRITE AUDIT-RECORD
    END-PERFORM
    MOVE 0 TO WS-AUDIT-BUFFER-COUNT
        MOVE HB-LINE (WS-FLUSH-IDX) TO HISTORY-RECORD
        WRITE HISTORY-RECORD
    END-PERFORM
    MOVE 0 TO WS-HIST-BUFFER-COUNT

*> A lot already on the master is one this run posted before an
*> abend (the restart replays it) or a reversed lot coming back -
*> either way this run's row replaces it.
    PERFORM VARYING WS-FLUSH-IDX FROM 1 BY 1
            UNTIL WS-FLUSH-IDX > WS-LOTM-BUFFER-COUNT
        MOVE MB-LINE (WS-FLUSH-IDX) TO LOT-MASTER-RECORD
        WRITE LOT-MASTER-RECORD
            INVALID KEY
                REWRITE LOT-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "FAKTBAT: LOTMST POST FAILED FOR LOT "
                            LM-LOT-ID ", STATUS " WS-LOTM-STATUS
                        SET WS-LOTM-FAILED TO TRUE
                        MOVE 16 TO RETURN-CODE
                END-REWRITE
        END-WRITE
    END-PERFORM
    MOVE 0 TO WS-LOTM-BUFFER-COUNT.

*> Audit entries are sequenced and chained as they reach the disk,
*> not as they are buffered, so the stamps follow the physical order
*> of the log. Lines a restart re-writes for the interval an abend
*> cut short get fresh sequence numbers after the ones already on
*> disk - the chain stays whole, FAKTREC still sees the duplicates.
STAMP-AUDIT-RECORD.
    MOVE 'S' TO CH-FUNCTION
    CALL "FAKTACH" USING FAKTACH-PARMS AUDIT-RECORD.

*> CK-COMPLETE is always 'N' here: this checkpoint may be the last one
*> written before end-of-file (see the FLUSH-OUTPUT-BUFFERS / WRITE-
        IF WS-LOT-DUPLICATE
            PERFORM REJECT-DUPLICATE-PAIR
        ELSE
         PERFORM CHECK-LOT-MASTER
         IF WS-LOTM-PRIOR-LOT
            PERFORM REJECT-PRIOR-LOT-PAIR
         ELSE
            PERFORM CHECK-DEPT-CODE
            IF NOT WS-DEPT-OK
                PERFORM REJECT-BAD-DEPT-PAIR
                 END-IF
                END-IF
            END-IF
         END-IF
        END-IF
    END-IF.

    PERFORM WRITE-DETAIL-LINE
    PERFORM WRITE-REJECT-RECORD.

*> A lot on the master has already produced a VAL on an earlier run
*> and rejects here, with three exceptions: a blank lot ID (legacy
*> pairs file) is never checked; a lot FAKTADJ has reversed (status
*> X) may come back; and on a restart, a row this same run posted
*> before the abend (same run-id and business date) is the record
*> being replayed, not a resubmission. A fresh run that finds its
*> own run-id and date on the master is a completed run being fed
*> the same file again, and rejects like any other. Rejected lots
*> are never posted, so a repair run bringing a genuine reject back
*> passes.
CHECK-LOT-MASTER.
    MOVE 'N' TO WS-LOTM-PRIOR-SWITCH
    IF WS-LOTM-CHECK-ON AND PR-LOT-ID NOT = SPACES
        MOVE PR-LOT-ID TO LM-LOT-ID
        READ LOT-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF LM-STATUS NOT = 'X'
                    SET WS-LOTM-PRIOR-LOT TO TRUE
                    IF WS-RESTARTED
                       AND LM-RUN-ID = WS-RUN-ID
                       AND LM-RUN-DATE = WS-CURRENT-DATE (1:8)
                        MOVE 'N' TO WS-LOTM-PRIOR-SWITCH
                    END-IF
                END-IF
        END-READ
    END-IF.

REJECT-PRIOR-LOT-PAIR.
    DISPLAY "FAKTBAT: REJECTED - LOT PROCESSED BY RUN " LM-RUN-ID
        " ON " LM-RUN-DATE " " PAIR-RECORD
    MOVE PR-FIRST-INP TO DL-FIRST-INP
    MOVE PR-LAST-INP TO DL-LAST-INP
    MOVE "PRIOR LOT" TO DL-VAL-MSG
    MOVE "PL" TO WS-REASON-CODE
    ADD 1 TO WS-REJECTED-COUNT
    ADD 1 TO WS-DEPT-REJECTED-COUNT
    PERFORM WRITE-DETAIL-LINE
    PERFORM WRITE-REJECT-RECORD.

*> Closes out one department on the report: processed, rejected and
*> VAL subtotal since the last break. Lines go into the report
*> buffer, not straight to REPORT-FILE - see FLUSH-OUTPUT-BUFFERS.
    MOVE PR-LOT-ID TO AUD-LOT-ID
    MOVE PR-DEPT-CODE TO AUD-DEPT-CODE
    MOVE WS-REC-LOT-CLASS TO AUD-LOT-CLASS
    MOVE SPACES TO AUD-ORIG-RUN-ID
    MOVE SPACES TO AUD-ORIG-RUN-DATE
    ADD 1 TO WS-AUDIT-BUFFER-COUNT
    MOVE AUDIT-RECORD TO AB-LINE (WS-AUDIT-BUFFER-COUNT)

    ADD 1 TO WS-INTF-BUFFER-COUNT
    MOVE INTERFACE-RECORD TO IB-LINE (WS-INTF-BUFFER-COUNT)

    IF WS-LOTM-CHECK-ON AND WS-LOTM-POSTING
       AND PR-LOT-ID NOT = SPACES
        MOVE PR-LOT-ID TO LM-LOT-ID
        MOVE WS-RUN-ID TO LM-RUN-ID
        MOVE WS-CURRENT-DATE (1:8) TO LM-RUN-DATE
        MOVE PR-DEPT-CODE TO LM-DEPT-CODE
        MOVE WS-VAL TO LM-VAL
        MOVE 'P' TO LM-STATUS
        ADD 1 TO WS-LOTM-BUFFER-COUNT
        MOVE LOT-MASTER-RECORD TO MB-LINE (WS-LOTM-BUFFER-COUNT)
    END-IF

*> A repair run that finally processes a lot clears its open items
*> on the REJREG register; FAKTRJR nets the C against every R for
*> the lot written before it.
        MOVE SPACES TO RR-REASON-CODE
        MOVE WS-RUN-ID TO RR-RUN-ID
        MOVE WS-CURRENT-DATE (1:8) TO RR-RUN-DATE
        MOVE SPACES TO RR-RUN-MODE
        MOVE SPACES TO RR-FIRST-INP
        MOVE SPACES TO RR-LAST-INP
        MOVE SPACES TO RR-LOT-CLASS
        ADD 1 TO WS-RGST-BUFFER-COUNT
        MOVE REGISTER-RECORD TO GB-LINE (WS-RGST-BUFFER-COUNT)
    END-IF.
    MOVE WS-REASON-CODE TO RR-REASON-CODE
    MOVE WS-RUN-ID TO RR-RUN-ID
    MOVE WS-CURRENT-DATE (1:8) TO RR-RUN-DATE
    MOVE WS-RUN-MODE TO RR-RUN-MODE
    MOVE PR-FIRST-INP TO RR-FIRST-INP
    MOVE PR-LAST-INP TO RR-LAST-INP
    MOVE WS-REC-LOT-CLASS TO RR-LOT-CLASS
    ADD 1 TO WS-RGST-BUFFER-COUNT
    MOVE REGISTER-RECORD TO GB-LINE (WS-RGST-BUFFER-COUNT).

    MOVE WS-PROCESSED-COUNT TO RH-R-PROCESSED
    MOVE WS-REJECTED-COUNT TO RH-R-REJECTED
    MOVE WS-GRAND-TOTAL-VAL TO RH-R-GRAND-VAL
    MOVE 0 TO RH-R-REVERSED
    WRITE HISTORY-RECORD
    MOVE WS-RECORDS-READ TO CK-RECORDS-READ
    MOVE WS-PROCESSED-COUNT TO CK-PROCESSED-COUNT
