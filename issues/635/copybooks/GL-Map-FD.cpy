*>COPY "./copybooks/GL-Map-FD.cpy".
FD  GL-Map-File.
01  GL-Map-Line.
*> the vendor code stamped on the posted row, and the
*> company it applies to (SPACE = every company).
    05  GM-Vendor-Code           PIC X(10).
    05  GM-Company               PIC X(10).
*> which record column (1-based, same numbering as the
*> layout profile's masks) carries the value this row
*> keys on, and the value itself - column zero or a
*> value of "*" makes this the vendor's catch-all row.
*> Rows are tried top to bottom, first match wins, so
*> specific rows go above the catch-all.
    05  GM-Col                   PIC 9(02).
    05  GM-Value                 PIC X(20).
*> the account pair one posting books to - a positive
*> TM-Amount debits the first and credits the second, a
*> negative one the other way round.
    05  GM-Debit-Acct            PIC X(12).
    05  GM-Credit-Acct           PIC X(12).
    05  GM-Desc                  PIC X(30).
