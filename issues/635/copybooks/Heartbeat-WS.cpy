*>COPY "./copybooks/Heartbeat-WS.cpy".
01  WS-StatusHBT                 PIC X(02).
01  WS-Heartbeat-Path            PIC X(60) VALUE SPACE.

*> HB-State values:
*>   RUNNING - polling; HB-Stamp is the last cycle start
*>   STOPPED - clean end-of-window shutdown
*>   HALTED  - loop stopped on a PGM00 hard failure (a
*>             standby would only fail the same way)
01  WS-Hb-State                  PIC X(08) VALUE SPACE.
