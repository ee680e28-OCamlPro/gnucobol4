*>COPY "./copybooks/Ticket-Link-WS.cpy".
*> PGM63 ticketing bridge call area.
*> Place in Working-Storage Section in CALLing program
*> Place in Linkage Section in PGM63
*>   O - open a ticket for the work item if its severity
*>       is one ticket-sync.cfg tickets; the new number
*>       comes back in WS-Tkt-Number
*>   Q - ask the ITSM tool about WS-Tkt-Number; when it
*>       is closed there WS-Tkt-Closed-There is set and
*>       WS-Tkt-Text carries its resolution
*>   C - close WS-Tkt-Number with WS-Tkt-Text as the
*>       resolution
01  WS-Tkt-Link.
    05  WS-Tkt-Function          PIC X(01).
        88  WS-Tkt-Fn-Open       VALUE "O".
        88  WS-Tkt-Fn-Query      VALUE "Q".
        88  WS-Tkt-Fn-Close      VALUE "C".
*> the caller's program ID - names its reply scratch.
    05  WS-Tkt-Caller            PIC X(10).
*> who is acting, for the journal.
    05  WS-Tkt-By                PIC X(20).
    05  WS-Tkt-Item-Key          PIC X(17).
    05  WS-Tkt-Severity          PIC X(01).
    05  WS-Tkt-Company           PIC X(10).
    05  WS-Tkt-Text              PIC X(80).
    05  WS-Tkt-Number            PIC X(20).
    05  WS-Tkt-Closed-Sw         PIC X(01).
        88  WS-Tkt-Closed-There  VALUE "Y".
    05  WS-Tkt-Return            PIC 9(02).
        88  WS-Tkt-OK            VALUE 0.
        88  WS-Tkt-Not-Ticketed  VALUE 4.
        88  WS-Tkt-Failed        VALUE 8.
    05  WS-Tkt-Msg               PIC X(60).
