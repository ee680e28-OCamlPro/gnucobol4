*>COPY "./copybooks/Erasure-Reg-WS.cpy".
01  WS-StatusERG                 PIC X(02).
01  WS-Erasure-Reg-Path          PIC X(60) VALUE SPACE.

01  WS-EOF-ERG                   PIC X(01) VALUE "N".
    88  Erasure-Reg-EOF          VALUE "Y".

*> in-memory copy of ./reports/erasure-register.cfg,
*> every row, closed ones included.
01  WS-Erg-Table.
    05  WS-Erg-Count             PIC 9(03) VALUE ZERO.
    05  WS-Erg-Entry OCCURS 200 TIMES
                       INDEXED BY WS-Erg-Idx.
        10  WS-Erg-Seq           PIC 9(05).
        10  WS-Erg-Request-ID    PIC X(12).
        10  WS-Erg-Subject-ID    PIC X(40) OCCURS 3 TIMES.
        10  WS-Erg-Requested-Date
                                 PIC X(08).
        10  WS-Erg-Due-Date      PIC X(08).
        10  WS-Erg-Status        PIC X(01).
            88  WS-Erg-Open      VALUE "O".
            88  WS-Erg-Searched  VALUE "S".
            88  WS-Erg-Completed VALUE "C".
            88  WS-Erg-Part-Held VALUE "H".
            88  WS-Erg-Refused   VALUE "R".
        10  WS-Erg-Logged-By     PIC X(20).
        10  WS-Erg-Logged-Stamp  PIC X(14).
        10  WS-Erg-Searched-Stamp
                                 PIC X(14).
        10  WS-Erg-Match-Count   PIC 9(05).
        10  WS-Erg-Held-Count    PIC 9(05).
        10  WS-Erg-Completed-Stamp
                                 PIC X(14).
        10  WS-Erg-Completed-By  PIC X(20).
        10  WS-Erg-Redacted-Count
                                 PIC 9(05).
        10  WS-Erg-Refusal       PIC X(40).
01  WS-Erg-Max-Seq               PIC 9(05) VALUE ZERO.
