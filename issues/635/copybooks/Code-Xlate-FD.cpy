*>COPY "./copybooks/Code-Xlate-FD.cpy".
FD  Code-Xlate-File.
01  Code-Xlate-Line.
*> the vendor code 219-Resolve-Vendor-Code stamps, and
*> the record column (1-based, same numbering as the
*> layout profile's masks) the codes arrive in.  Any row
*> at all for a vendor and column makes that column a
*> translated one - every value in it must then map.
    05  CX-Vendor-Code           PIC X(10).
    05  CX-Col                   PIC 9(02).
*> the vendor's value as it arrives (quotes stripped)
*> and the value the canonical copy carries instead.
    05  CX-External              PIC X(20).
    05  CX-Internal              PIC X(20).
*> YYYYMMDD business dates the row is in force, both
*> inclusive - a blank from is "always was", a blank to
*> is "until further notice".
    05  CX-Eff-From              PIC X(08).
    05  CX-Eff-To                PIC X(08).
*> who last changed the row from PGM60, and when.
    05  CX-Changed-By            PIC X(20).
    05  CX-Changed-Stamp         PIC X(14).
