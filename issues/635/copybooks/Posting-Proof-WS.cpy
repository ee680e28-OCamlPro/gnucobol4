*>COPY "./copybooks/Posting-Proof-WS.cpy".
01  WS-StatusPPL                 PIC X(02).
01  WS-Posting-Proof-Path        PIC X(80) VALUE SPACE.

01  WS-EOF-PPL                   PIC X(01) VALUE "N".
    88  Posting-Proof-EOF        VALUE "Y".
