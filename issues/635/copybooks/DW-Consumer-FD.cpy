*>COPY "./copybooks/DW-Consumer-FD.cpy".
FD  DW-Consumer-File.
01  DW-Consumer-Line.
    05  DWC-Consumer             PIC X(10).
    05  DWC-Enabled              PIC X(01).
*> SPACE takes every company; a code limits the consumer
*> to that one company's master.
    05  DWC-Company              PIC X(10).
    05  DWC-Desc                 PIC X(30).
