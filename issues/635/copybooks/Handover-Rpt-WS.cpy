*>COPY "./copybooks/Handover-Rpt-WS.cpy".
01  WS-StatusHRP                 PIC X(02).
01  WS-Handover-Rpt-Path         PIC X(80) VALUE SPACE.

01  WS-Hrp-Count-Edit            PIC ZZZZ9 VALUE ZERO.
01  WS-Hrp-Count-Edit2           PIC ZZZZ9 VALUE ZERO.
