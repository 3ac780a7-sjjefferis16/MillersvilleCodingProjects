IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTLMQ.
*> FAKTLMQ is the help-desk inquiry over the LOTMST lot master: it
*> ACCEPTs lot IDs from the console in a loop, reads the master by
*> key, and displays the run that processed the lot, its business
*> date, department and VAL, and whether FAKTADJ has since reversed
*> it - so a department asking why a resubmitted lot rejected PL is
*> answered without searching AUDITLOG. Read-only: the master is
*> only ever changed by FAKTBAT, FAKTMRG, FAKTADJ and FAKTLMH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOT-MASTER-FILE ASSIGN TO "LOTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LM-LOT-ID
        FILE STATUS IS LQ-LOTM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  LOT-MASTER-FILE.
01  LOT-MASTER-RECORD.
    COPY FAKTLOTM.
WORKING-STORAGE SECTION.
01  LQ-INPUT                     PIC X(30) VALUE SPACES.
01  LQ-TOKEN                     PIC X(9) VALUE SPACES.
01  LQ-LOTM-STATUS               PIC X(2) VALUE SPACES.
01  LQ-FORMATTED-VAL             PIC Z(9)9-.
01  LQ-SESSION-SWITCH            PIC X VALUE 'N'.
    88 LQ-SESSION-ENDED          VALUE 'Y'.
01  LQ-SESSION-COUNT             PIC 9(5) VALUE 0.
PROCEDURE DIVISION.
MAIN-PARA.
    OPEN INPUT LOT-MASTER-FILE
    IF LQ-LOTM-STATUS NOT = "00"
        DISPLAY "FAKTLMQ: LOT MASTER WILL NOT OPEN (STATUS "
            LQ-LOTM-STATUS ") - SESSION REFUSED"
    ELSE
        DISPLAY "FAKTLMQ: ENTER LOT-ID, OR END"
        PERFORM UNTIL LQ-SESSION-ENDED
            PERFORM INQUIRE-ONE-LOT
        END-PERFORM
        CLOSE LOT-MASTER-FILE
        DISPLAY "FAKTLMQ: SESSION COMPLETE - " LQ-SESSION-COUNT
            " INQUIRY(S) ANSWERED"
    END-IF
    STOP RUN.

*> The token gets a nine-byte receiver so an ID one character too
*> long is refused instead of being looked up as its first eight.
INQUIRE-ONE-LOT.
    MOVE SPACES TO LQ-TOKEN
    ACCEPT LQ-INPUT
    UNSTRING LQ-INPUT DELIMITED BY ALL SPACE
        INTO LQ-TOKEN
    END-UNSTRING

    IF LQ-TOKEN = "END" OR LQ-TOKEN = "end"
        SET LQ-SESSION-ENDED TO TRUE
    ELSE
     IF LQ-TOKEN = SPACES
        DISPLAY "FAKTLMQ: ENTER A LOT-ID, OR END"
     ELSE
      IF LQ-TOKEN (9:1) NOT = SPACE
        DISPLAY "FAKTLMQ: REJECTED - LOT-ID LONGER THAN 8 "
            "CHARACTERS " LQ-INPUT
      ELSE
        PERFORM READ-AND-DISPLAY-LOT
      END-IF
     END-IF
    END-IF.

READ-AND-DISPLAY-LOT.
    MOVE LQ-TOKEN (1:8) TO LM-LOT-ID
    READ LOT-MASTER-FILE
        INVALID KEY
            DISPLAY "FAKTLMQ: LOT NOT ON THE LOT MASTER - NEVER "
                "PROCESSED, OR AGED OFF"
        NOT INVALID KEY
            MOVE LM-VAL TO LQ-FORMATTED-VAL
            DISPLAY "FAKTLMQ: LOT " LM-LOT-ID " PROCESSED BY RUN "
                LM-RUN-ID " ON " LM-RUN-DATE
            DISPLAY "FAKTLMQ: DEPT " LM-DEPT-CODE " VAL "
                LQ-FORMATTED-VAL
            IF LM-STATUS = 'X'
                DISPLAY "FAKTLMQ: REVERSED BY AN ADJUSTMENT RUN - "
                    "THE LOT MAY BE SUBMITTED AGAIN"
            END-IF
            ADD 1 TO LQ-SESSION-COUNT
    END-READ.
