*>COPY "./copybooks/Archive-Manifest-FD.cpy".
FD  Archive-Manifest-File.
01  Archive-Manifest-Line        PIC X(172).
