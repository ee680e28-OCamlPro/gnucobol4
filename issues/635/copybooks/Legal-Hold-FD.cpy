*>COPY "./copybooks/Legal-Hold-FD.cpy".
FD  Legal-Hold-File.
01  Legal-Hold-Line.
    05  LH-Case-No               PIC X(12).
*> scope - SPACE in any of these means "any": vendor
*> code, company code, filename (exact or leading text
*> with a trailing "*", same pattern form as the vendor
*> profile table) and the YYYYMMDD file-date range.
    05  LH-Vendor                PIC X(10).
    05  LH-Company               PIC X(10).
    05  LH-Pattern               PIC X(40).
    05  LH-Date-From             PIC X(08).
    05  LH-Date-To               PIC X(08).
    05  LH-Placed-By             PIC X(20).
    05  LH-Placed-Stamp          PIC X(14).
*> YYYYMMDD the hold lapses (SPACE = until released);
*> the hold protects up to the day before.
    05  LH-Release-Date          PIC X(08).
    05  LH-Released-By           PIC X(20).
