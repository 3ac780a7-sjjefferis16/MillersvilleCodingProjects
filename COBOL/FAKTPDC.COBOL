IDENTIFICATION DIVISION.
PROGRAM-ID. FAKTPDC.
*> FAKTPDC answers one question for the programs that put figures on
*> the books - FAKTBAT (production and repair runs), FAKTMRG and
*> FAKTADJ: has the month of this business date been closed? Once
*> FAKTPCL has frozen a month, a run dated into it would quietly
*> change figures finance has already signed off, so the caller
*> refuses it. The answer comes off the C records of the PERDCLS
*> period-close file, read start to end on every call; nothing is
*> held between calls.
*>
*> Return codes are described in FAKTPDLK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Not OPTIONAL, for the reason FAKTBAT gives for DEPTMST: an
*> unallocated file (status 35, check off) must be told from a
*> broken one (refuse the run).
    SELECT CLOSE-FILE ASSIGN TO "PERDCLS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PV-CLOSE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CLOSE-FILE.
01  CLOSE-RECORD.
    COPY FAKTPCLS.
WORKING-STORAGE SECTION.
01  PV-CLOSE-STATUS              PIC X(2) VALUE SPACES.
01  PV-EOF-SWITCH                PIC X VALUE 'N'.
    88 PV-EOF                    VALUE 'Y'.
LINKAGE SECTION.
01  FAKTPDC-PARMS.
    COPY FAKTPDLK.
PROCEDURE DIVISION USING FAKTPDC-PARMS.
MAIN-PARA.
    MOVE 0 TO PD-RETURN-CODE
    MOVE SPACES TO PD-CLOSED-TS
    MOVE SPACES TO PD-CLOSED-BY
    OPEN INPUT CLOSE-FILE
    IF PV-CLOSE-STATUS = "35"
        DISPLAY "FAKTPDC: PERDCLS NOT ALLOCATED - PERIOD-CLOSE "
            "CHECK OFF FOR " PD-PROGRAM
        MOVE 4 TO PD-RETURN-CODE
    ELSE
     IF PV-CLOSE-STATUS NOT = "00"
        DISPLAY "FAKTPDC: PERDCLS OPEN FAILED, STATUS "
            PV-CLOSE-STATUS
        MOVE 12 TO PD-RETURN-CODE
     ELSE
        MOVE 'N' TO PV-EOF-SWITCH
        PERFORM UNTIL PV-EOF
            READ CLOSE-FILE
                AT END
                    SET PV-EOF TO TRUE
                NOT AT END
                    IF PC-REC-TYPE = 'C'
                       AND PC-PERIOD = PD-RUN-DATE (1:6)
                        MOVE 8 TO PD-RETURN-CODE
                        MOVE PC-C-CLOSED-TS TO PD-CLOSED-TS
                        MOVE PC-C-CLOSED-BY TO PD-CLOSED-BY
                        SET PV-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-FILE
     END-IF
    END-IF
    GOBACK.
