*>COPY "./copybooks/Pin-Scratch-FD.cpy".
FD  Pin-Scratch-File.
01  Pin-Scratch-Line             PIC X(40).
