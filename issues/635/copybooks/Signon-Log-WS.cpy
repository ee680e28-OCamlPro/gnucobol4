*>COPY "./copybooks/Signon-Log-WS.cpy".
01  WS-StatusSGL                 PIC X(02).
01  WS-Signon-Log-Path           PIC X(60) VALUE SPACE.

01  WS-Signon-Log-Row            PIC X(140) VALUE SPACE.
01  WS-Signon-Log-Fields REDEFINES WS-Signon-Log-Row.
    05  WS-Sgl-Stamp             PIC X(14).
    05                          PIC X(01).
    05  WS-Sgl-Event             PIC X(08).
    05                          PIC X(01).
    05  WS-Sgl-Operator-ID       PIC X(20).
    05                          PIC X(01).
    05  WS-Sgl-Session-ID        PIC X(20).
    05                          PIC X(01).
    05  WS-Sgl-OS-User           PIC X(20).
    05                          PIC X(01).
    05  WS-Sgl-Text              PIC X(53).
