*>COPY "./copybooks/Ticket-Cfg-FD.cpy".
FD  Ticket-Cfg-File.
01  Ticket-Cfg-Line.
*> OPEN, QUERY or CLOSE.
    05  TKC-Verb                 PIC X(05).
*> OPEN only - the work-item severities (I/W/E) that get
*> a ticket; SPACE means errors (E) only.
    05  TKC-Severities           PIC X(03).
*> command template - the first %TICKET% is replaced by
*> the ticket number, the item's facts ride in the
*> environment (TKT_ITEM, TKT_NO, TKT_SEV, TKT_CO,
*> TKT_BY) and its text is appended as one quoted
*> argument.  Whatever the command prints on its first
*> line is the answer: OPEN prints the new ticket
*> number, QUERY prints the ticket's status word then
*> its resolution text.
    05  TKC-Command              PIC X(112).
