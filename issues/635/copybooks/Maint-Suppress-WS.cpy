*>COPY "./copybooks/Maint-Suppress-WS.cpy".
01  WS-StatusMSP                 PIC X(02).
01  WS-Maint-Suppress-Path       PIC X(60) VALUE SPACE.

01  WS-EOF-MSP                   PIC X(01) VALUE "N".
    88  Maint-Suppress-EOF       VALUE "Y".

*> what would have been raised, by whom, and under which
*> window - the text is the alert message as it would have
*> gone on the queue.
01  WS-Maint-Sup-Row             PIC X(120) VALUE SPACE.
01  WS-Maint-Sup-Fields          REDEFINES WS-Maint-Sup-Row.
    05  WS-Msp-Date              PIC X(08).
    05                           PIC X(01).
    05  WS-Msp-Time              PIC X(06).
    05                           PIC X(01).
    05  WS-Msp-Window-ID         PIC X(04).
    05                           PIC X(01).
    05  WS-Msp-Pgm-ID            PIC X(08).
    05                           PIC X(01).
    05  WS-Msp-Text              PIC X(80).
    05                           PIC X(10).

*> set when the same window already has this miss on file
*> for the same date - a poller cycling every few minutes
*> through a long window logs each miss once.
01  WS-Msp-Dup-Sw                PIC X(01) VALUE "N".
    88  WS-Msp-Is-Dup            VALUE "Y".
