*>COPY "./copybooks/Ticket-Reply-FD.cpy".
FD  Ticket-Reply-File.
01  Ticket-Reply-Line            PIC X(200).
