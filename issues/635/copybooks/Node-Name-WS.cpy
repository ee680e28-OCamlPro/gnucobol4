*>COPY "./copybooks/Node-Name-WS.cpy".
01  WS-StatusNDN                 PIC X(02).
01  WS-Node-Name-Path            PIC X(40) VALUE "./.node-name.tmp".
01  WS-Node-Name-Cmd             PIC X(80) VALUE SPACE.
