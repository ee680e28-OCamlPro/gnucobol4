*>COPY "./copybooks/DQ-Trend-Cfg-FD.cpy".
FD  DQ-Trend-Cfg-File.
01  DQ-Trend-Cfg-Line.
*> vendor code as intake resolved it (DH-Vendor), or
*> SPACE/"*" for the default row.
    05  DC-Vendor                PIC X(10).
*> the recent window (days back from the run day) and
*> the baseline window right before it, and how many
*> profiled files the baseline must hold before the
*> vendor's columns are judged at all.
    05  DC-Recent-Days           PIC 9(03).
    05  DC-Base-Days             PIC 9(03).
    05  DC-Min-Base-Files        PIC 9(03).
*> how far a column may move before it is flagged -
*> blank rate and type-failure rate in percentage
*> points, average distinct values per file in percent
*> of the baseline's, and the numeric magnitude as a
*> factor either way (10 = ten times larger or
*> smaller).
    05  DC-Blank-Pts             PIC 9(03).
    05  DC-Type-Pts              PIC 9(03).
    05  DC-Distinct-Pct          PIC 9(03).
    05  DC-Range-Factor          PIC 9(03).
