*>COPY "./copybooks/Mask-Copy-FD.cpy".
FD  Mask-Copy-File.
01  Mask-Copy-Line               PIC X(512).
