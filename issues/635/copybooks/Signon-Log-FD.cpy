*>COPY "./copybooks/Signon-Log-FD.cpy".
FD  Signon-Log-File.
01  Signon-Log-Line              PIC X(140).
