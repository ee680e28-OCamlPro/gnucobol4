*>COPY "./copybooks/Struct-In-FD.cpy".
FD  Struct-In-File.
01  Struct-In-Line               PIC X(8192).
