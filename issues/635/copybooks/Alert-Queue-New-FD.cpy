*>COPY "./copybooks/Alert-Queue-New-FD.cpy".
FD  Alert-Queue-New-File.
01  Alert-Queue-New-Line         PIC X(180).
