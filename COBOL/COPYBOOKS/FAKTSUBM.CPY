*> SUBMIT record: one department submission of pairs, dropped by the
*> department onto the shared submission dataset and taken in by the
*> FAKTSIN intake step, which builds PAIRSIN from the accepted ones.
*> A submission is one H header, its D details and one T trailer;
*> the dataset holds as many submissions, back to back, as the
*> departments have dropped since the last intake. All three record
*> types share this layout, told apart by SB-REC-TYPE.
*>   SB-REC-TYPE     H = header (department, the department's own
*>                       submission number, submission date)
*>                   D = detail - the PAIRSIN record exactly as
*>                       FAKTBAT reads it (see FAKTPAIR); every
*>                       detail must carry the header's department
*>                   T = trailer (detail record count, and the hash
*>                       of the inputs: the sum of the whole-number
*>                       values of SB-D-FIRST-INP and SB-D-LAST-INP
*>                       over every detail, a non-numeric input
*>                       counting zero)
*> The submission number is the department's to assign and must not
*> repeat: a number already accepted on the SUBREG register is
*> refused as a second copy of a file already taken in.
    05 SB-REC-TYPE               PIC X(1).
    05 SB-BODY                   PIC X(36).
    05 SB-HEADER REDEFINES SB-BODY.
       10 SB-H-DEPT-CODE         PIC X(4).
       10 SB-H-SUBM-NO           PIC X(6).
       10 SB-H-SUBM-DATE         PIC X(8).
       10 FILLER                 PIC X(18).
    05 SB-DETAIL REDEFINES SB-BODY.
       10 SB-D-FIRST-INP         PIC X(10).
       10 SB-D-LAST-INP          PIC X(10).
       10 SB-D-LOT-ID            PIC X(8).
       10 SB-D-DEPT-CODE         PIC X(4).
       10 SB-D-LOT-CLASS         PIC X(4).
    05 SB-TRAILER REDEFINES SB-BODY.
       10 SB-T-RECORD-COUNT      PIC 9(7).
       10 SB-T-HASH-TOTAL        PIC S9(13) SIGN LEADING SEPARATE.
       10 FILLER                 PIC X(15).
