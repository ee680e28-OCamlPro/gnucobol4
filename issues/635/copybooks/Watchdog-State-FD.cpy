*>COPY "./copybooks/Watchdog-State-FD.cpy".
FD  Watchdog-State-File.
01  Watchdog-State-Line.
    05  WD-Alerted-Stamp         PIC X(14).
    05                          PIC X(01).
    05  WD-Alerted-Node          PIC X(20).
