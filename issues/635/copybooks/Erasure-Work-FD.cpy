*>COPY "./copybooks/Erasure-Work-FD.cpy".
FD  Erasure-Work-File.
01  Erasure-Work-Line            PIC X(512).
