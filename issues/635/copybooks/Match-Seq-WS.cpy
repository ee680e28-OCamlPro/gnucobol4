*>COPY "./copybooks/Match-Seq-WS.cpy".
01  WS-StatusMSQ                 PIC X(02).
01  WS-Match-Seq-Path            PIC X(60) VALUE SPACE.
01  WS-Match-Seq-Number          PIC 9(09) VALUE ZERO.

*> the match ID as it goes on the master - "M" and the
*> sequence number.
01  WS-Match-Id-Build.
    05  WS-Match-Id-Prefix       PIC X(01) VALUE "M".
    05  WS-Match-Id-Number       PIC 9(09) VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
01  WS-Match-Id-New REDEFINES WS-Match-Id-Build
                                 PIC X(12).
