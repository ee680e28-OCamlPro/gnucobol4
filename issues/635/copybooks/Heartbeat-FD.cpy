*>COPY "./copybooks/Heartbeat-FD.cpy".
FD  Heartbeat-File.
01  Heartbeat-Line.
    05  HB-Stamp                 PIC X(14).
    05                          PIC X(01).
    05  HB-Node                  PIC X(20).
    05                          PIC X(01).
    05  HB-Role                  PIC X(08).
    05                          PIC X(01).
    05  HB-State                 PIC X(08).
    05                          PIC X(01).
    05  HB-Poll-Seconds          PIC 9(05).
    05                          PIC X(01).
    05  HB-Cycle                 PIC 9(06).
