*>COPY "./copybooks/Handover-Ledger-WS.cpy".
01  WS-StatusHOL                 PIC X(02).
01  WS-Handover-Ledger-Path      PIC X(60) VALUE SPACE.

01  WS-EOF-HOL                   PIC X(01) VALUE "N".
    88  Handover-Ledger-EOF      VALUE "Y".

*> the most recent signed handover - its row as read, so
*> the next handover knows where "since" starts and who
*> is handing over.  All SPACE when none is on file.
01  WS-Hol-Last-Row              PIC X(258) VALUE SPACE.
01  WS-Hol-Last-Fields           REDEFINES WS-Hol-Last-Row.
    05  WS-Hol-Last-Stamp        PIC X(14).
    05  WS-Hol-Last-Since        PIC X(14).
    05  WS-Hol-Last-Outgoing     PIC X(20).
    05  WS-Hol-Last-Incoming     PIC X(20).
    05  WS-Hol-Last-Count OCCURS 8 TIMES
                                 PIC 9(05).
    05  WS-Hol-Last-Signature    PIC 9(10).
    05  WS-Hol-Last-Report       PIC X(80).
    05  WS-Hol-Last-Remark       PIC X(60).
01  WS-Hol-Row-Count             PIC 9(05) VALUE ZERO.
