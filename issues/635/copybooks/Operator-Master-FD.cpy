*>COPY "./copybooks/Operator-Master-FD.cpy".
FD  Operator-Master-File.
01  Operator-Master-Line.
    05  OM-Operator-ID           PIC X(20).
    05  OM-Name                  PIC X(30).
    05  OM-Pin-Hash              PIC X(64).
*>  A active, L locked by failed sign-ons, D disabled.
    05  OM-Status                PIC X(01).
    05  OM-Fail-Count            PIC 9(02).
    05  OM-Last-Signon           PIC X(14).
    05  OM-Changed-By            PIC X(20).
    05  OM-Changed-Stamp         PIC X(14).
