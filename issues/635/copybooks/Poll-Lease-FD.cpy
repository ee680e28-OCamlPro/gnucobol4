*>COPY "./copybooks/Poll-Lease-FD.cpy".
FD  Poll-Lease-File.
01  Poll-Lease-Line.
    05  PL-Holder                PIC X(20).
    05                          PIC X(01).
    05  PL-Role                  PIC X(08).
    05                          PIC X(01).
    05  PL-Acquired              PIC X(14).
    05                          PIC X(01).
    05  PL-Expires               PIC X(14).
    05                          PIC X(01).
    05  PL-Handback-Req          PIC X(20).
