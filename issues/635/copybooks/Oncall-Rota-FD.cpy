*>COPY "./copybooks/Oncall-Rota-FD.cpy".
FD  Oncall-Rota-File.
01  Oncall-Rota-Line.
*> SPACE company or severity matches any; SPACE from/to
*> dates leave that end of the range open.  Dates are
*> YYYYMMDD, both ends inclusive.
    05  OC-Company               PIC X(10).
    05  OC-Severity              PIC X(01).
    05  OC-From-Date             PIC X(08).
    05  OC-To-Date               PIC X(08).
    05  OC-Primary               PIC X(40).
    05  OC-Secondary             PIC X(40).
    05  OC-Manager               PIC X(40).
*> minutes an open work item may sit unacknowledged
*> before the next tier is paged - zero takes the
*> PGM00_ACK_MINUTES default.
    05  OC-Ack-Minutes           PIC 9(04).
