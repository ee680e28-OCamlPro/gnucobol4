*>COPY "./copybooks/Maint-Summary-FD.cpy".
FD  Maint-Summary-File.
01  Maint-Summary-Line.
    05  MS-Window-ID             PIC X(04).
    05                           PIC X(01).
    05  MS-Start                 PIC X(12).
    05                           PIC X(01).
    05  MS-Summary-Stamp         PIC X(14).
