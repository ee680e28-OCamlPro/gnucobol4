*>COPY "./copybooks/Pin-Scratch-Select.cpy".
*> scratch file handing "ID:PIN" to sha256sum on its
*> standard input, so the PIN is never on a command line
*> where ps could show it; deleted as soon as the hash
*> is back.
    SELECT Pin-Scratch-File
        ASSIGN DISK WS-Pin-Scratch-Path
        FILE STATUS IS WS-StatusPIN
        ORGANIZATION LINE SEQUENTIAL.
