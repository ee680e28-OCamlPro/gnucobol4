*>COPY "./copybooks/QA-Queue-New-FD.cpy".
FD  QA-Queue-New-File.
01  QA-Queue-New-Line            PIC X(232).
