*>COPY "./copybooks/Alert-Queue-FD.cpy".
FD  Alert-Queue-File.
01  Alert-Queue-Line             PIC X(180).
