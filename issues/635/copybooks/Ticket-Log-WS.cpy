*>COPY "./copybooks/Ticket-Log-WS.cpy".
01  WS-StatusTKL                 PIC X(02).
01  WS-Ticket-Log-Path           PIC X(60) VALUE SPACE.

*> OPEN, OPEN-FAIL, OPEN-DROP, CLOSE, CLOSE-FAIL,
*> QUERY-FAIL, ITEM-CLOSE or SYNC.
01  WS-Ticket-Log-Row            PIC X(150) VALUE SPACE.
01  WS-Ticket-Log-Fields REDEFINES WS-Ticket-Log-Row.
    05  WS-Tkl-Stamp             PIC X(14).
    05                          PIC X(01).
    05  WS-Tkl-Action            PIC X(10).
    05                          PIC X(01).
    05  WS-Tkl-Item-Key          PIC X(17).
    05                          PIC X(01).
    05  WS-Tkl-Ticket-No         PIC X(20).
    05                          PIC X(01).
    05  WS-Tkl-By                PIC X(20).
    05                          PIC X(01).
    05  WS-Tkl-Text              PIC X(64).
