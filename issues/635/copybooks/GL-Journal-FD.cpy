*>COPY "./copybooks/GL-Journal-FD.cpy".
FD  GL-Journal-File.
01  GL-Journal-Line              PIC X(160).
