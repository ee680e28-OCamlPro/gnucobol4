*>COPY "./copybooks/Legal-Hold-Rpt-WS.cpy".
01  WS-StatusLHP                 PIC X(02).
01  WS-Legal-Hold-Rpt-Path       PIC X(80) VALUE SPACE.

01  WS-Lhp-Count-Edit            PIC ZZZZ9 VALUE ZERO.
01  WS-Lhp-Count-Edit2           PIC ZZZZ9 VALUE ZERO.
