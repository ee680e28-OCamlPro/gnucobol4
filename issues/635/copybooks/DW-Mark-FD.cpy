*>COPY "./copybooks/DW-Mark-FD.cpy".
FD  DW-Mark-File.
01  DW-Mark-Line.
    05  DWM-Consumer             PIC X(10).
    05  DWM-Company              PIC X(10).
    05  DWM-Last-Run-ID          PIC X(15).
    05  DWM-Last-Doc             PIC 9(09).
    05  DWM-Stamp                PIC X(14).
    05  DWM-Last-File            PIC X(60).
