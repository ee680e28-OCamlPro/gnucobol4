        10  WS-Scst-Name         PIC X(08).
        10  WS-Scst-Last-Run     PIC X(08).
        10  WS-Scst-Missed       PIC X(08).
        10  WS-Scst-Deferred     PIC X(08).

01  WS-Scst-Found-Sw             PIC X(01) VALUE "N".
    88  WS-Scst-Found            VALUE "Y".
