*>COPY "./copybooks/Maint-Suppress-FD.cpy".
FD  Maint-Suppress-File.
01  Maint-Suppress-Line          PIC X(120).
