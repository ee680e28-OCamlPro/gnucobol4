*>COPY "./copybooks/Repair-Log-WS.cpy".
01  WS-StatusRPL                 PIC X(02).
01  WS-Repair-Log-Path           PIC X(60) VALUE SPACE.

*> one fixed-width row per side of a changed line -
*> when, which file and line, CORRECT or SUPPRESS, who,
*> BEFORE or AFTER, the operator's reason, and the line
*> itself (a suppressed line's AFTER row is blank).
01  WS-Repair-Log-Row            PIC X(700) VALUE SPACE.
01  WS-Repair-Log-Row-Fields     REDEFINES WS-Repair-Log-Row.
    05  WS-Rpl-Date              PIC X(08).
    05                          PIC X(01).
    05  WS-Rpl-Time              PIC X(06).
    05                          PIC X(01).
    05  WS-Rpl-Filename          PIC X(80).
    05                          PIC X(01).
    05  WS-Rpl-Line              PIC 9(07).
    05                          PIC X(01).
    05  WS-Rpl-Action            PIC X(08).
    05                          PIC X(01).
    05  WS-Rpl-Operator          PIC X(20).
    05                          PIC X(01).
    05  WS-Rpl-Side              PIC X(06).
    05                          PIC X(01).
    05  WS-Rpl-Reason            PIC X(40).
    05                          PIC X(01).
    05  WS-Rpl-Text              PIC X(512).
    05                          PIC X(05).
