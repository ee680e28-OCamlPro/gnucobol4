*>COPY "./copybooks/Xlate-Exc-FD.cpy".
FD  Xlate-Exc-File.
01  Xlate-Exc-Line               PIC X(150).
