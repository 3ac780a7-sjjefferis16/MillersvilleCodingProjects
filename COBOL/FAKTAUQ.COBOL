*>   1-8   date from, YYYYMMDD  (spaces = no lower limit)
*>   9-16  date to,   YYYYMMDD  (spaces = no upper limit)
*>   17-24 run-id               (spaces = every run-id)
*>   25    mode F/D, or S/U for the FAKTCON security events,
*>         or X for FAKTADJ reversals
*>                              (space  = every mode)
*>   26    overflow flag Y/N    (space  = either)
*>
    05 SC-MODE                   PIC X(1).
    05 SC-OVERFLOW               PIC X(1).
FD  EXTRACT-FILE.
01  EXTRACT-RECORD               PIC X(113).
FD  SUMMARY-FILE.
01  SUMMARY-RECORD               PIC X(80).
WORKING-STORAGE SECTION.
