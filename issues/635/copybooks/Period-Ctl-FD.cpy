*>COPY "./copybooks/Period-Ctl-FD.cpy".
FD  Period-Ctl-File.
01  Period-Ctl-Line.
*> the period's name as finance knows it (YYYYMM for a
*> calendar month, anything for a 4-4-5 year) and the
*> inclusive YYYYMMDD range it covers.
    05  PC-Period                PIC X(06).
    05  PC-From-Date             PIC X(08).
    05  PC-To-Date               PIC X(08).
*> OPEN    - postings dated into it go in as dated.
*> CLOSED  - postings dated into it are re-dated to the
*>           start of the first OPEN period after it.
*> LOCKED  - nothing posts while the date falls in it.
    05  PC-Status                PIC X(06).
*> who last changed the row through PGM42, and when.
    05  PC-Changed-By            PIC X(20).
    05  PC-Changed-Stamp         PIC X(14).
