*>COPY "./copybooks/Cfg-List-FD.cpy".
FD  Cfg-List-File.
01  Cfg-List-Entry               PIC X(200).
