*>COPY "./copybooks/Ticket-Log-FD.cpy".
FD  Ticket-Log-File.
01  Ticket-Log-Line              PIC X(150).
