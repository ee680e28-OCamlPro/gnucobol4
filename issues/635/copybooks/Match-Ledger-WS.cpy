*>COPY "./copybooks/Match-Ledger-WS.cpy".
01  WS-StatusMLG                 PIC X(02).
01  WS-Match-Ledger-Path         PIC X(60) VALUE SPACE.
01  WS-Match-Ledger-Open-Sw      PIC X(01) VALUE "N".
    88  WS-Match-Ledger-Open     VALUE "Y".
