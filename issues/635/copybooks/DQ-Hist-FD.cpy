*>COPY "./copybooks/DQ-Hist-FD.cpy".
FD  DQ-Hist-File.
01  DQ-Hist-Line.
*> when the file was profiled, which vendor and layout
*> version it was read under, and the file itself.
    05  DH-Run-Date              PIC X(08).
    05  DH-Run-Time              PIC X(06).
    05  DH-Vendor                PIC X(10).
    05  DH-Version               PIC X(08).
    05  DH-Filename              PIC X(80).
*> the content pass's verdict on the whole file - OK,
*> or the reject reason it left (BADREC, CTLCNT ...).
    05  DH-Verdict               PIC X(06).
*> one column of the profile, with its declared type
*> (N numeric, D date, anything else text).
    05  DH-Col-Num               PIC 9(02).
    05  DH-Col-Type              PIC X(01).
*> detail rows that carried the profile's column count,
*> and of those how many left this column blank and
*> how many failed its type.
    05  DH-Rows                  PIC 9(07).
    05  DH-Blank                 PIC 9(07).
    05  DH-Bad-Type              PIC 9(07).
*> distinct non-blank values - counted up to the cap,
*> DH-Distinct-Cap "+" when there were more than that.
    05  DH-Distinct              PIC 9(03).
    05  DH-Distinct-Cap          PIC X(01).
*> lowest and highest valid value - a signed decimal
*> figure for a numeric column, YYYYMMDD for a date,
*> SPACE for text, a masked column, or no valid value.
    05  DH-Min                   PIC X(18).
    05  DH-Max                   PIC X(18).
    05                           PIC X(08).
