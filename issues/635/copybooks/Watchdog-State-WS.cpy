*>COPY "./copybooks/Watchdog-State-WS.cpy".
01  WS-StatusWDS                 PIC X(02).
01  WS-Watchdog-State-Path       PIC X(60) VALUE SPACE.
01  WS-Wd-Alerted-Stamp          PIC X(14) VALUE SPACE.
01  WS-Wd-Alerted-Node           PIC X(20) VALUE SPACE.
