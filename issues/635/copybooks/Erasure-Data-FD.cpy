*>COPY "./copybooks/Erasure-Data-FD.cpy".
FD  Erasure-Data-File.
01  Erasure-Data-Line            PIC X(512).
