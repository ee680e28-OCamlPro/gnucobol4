*>COPY "./copybooks/QA-Rpt-WS.cpy".
01  WS-StatusQAR                 PIC X(02).
01  WS-QA-Rpt-Path               PIC X(60) VALUE SPACE.
