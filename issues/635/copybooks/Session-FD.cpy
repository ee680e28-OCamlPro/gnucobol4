*>COPY "./copybooks/Session-FD.cpy".
FD  Session-File.
01  Session-Line.
    05  SS-Session-ID            PIC X(20).
    05  SS-Operator-ID           PIC X(20).
    05  SS-Started               PIC X(14).
    05  SS-Last-Active           PIC X(14).
