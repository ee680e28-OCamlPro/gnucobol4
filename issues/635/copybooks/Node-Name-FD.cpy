*>COPY "./copybooks/Node-Name-FD.cpy".
FD  Node-Name-File.
01  Node-Name-Line               PIC X(80).
