*>COPY "./copybooks/QA-Queue-WS.cpy".
01  WS-StatusQAQ                 PIC X(02).
01  WS-QA-Queue-Path             PIC X(60) VALUE SPACE.

01  WS-EOF-QAQ                   PIC X(01) VALUE "N".
    88  QA-Queue-EOF             VALUE "Y".
