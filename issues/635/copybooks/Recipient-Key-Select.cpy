*>COPY "./copybooks/Recipient-Key-Select.cpy".
*> per-recipient encryption profiles for everything we
*> send - vendor code for acknowledgments and reject
*> returns, consumer code for the extracts (GL for
*> PGM39's journal, the dw-consumers.cfg code for
*> PGM50's deltas, STAGING for the ./staging handoff).
*> Each row names the recipient's public key, whether
*> encryption is required or optional, whether to sign
*> too, and the encrypt hook (invoked as: command 'in'
*> 'out' 'key-id' 'sign-Y/N', exit 0 only when the
*> sealed file landed).  A recipient with no row is sent
*> in clear exactly as before.  Maintained by hand in
*> ./reports/recipient-keys.cfg.
    SELECT Recipient-Key-File
        ASSIGN DISK WS-Recipient-Key-Path
        FILE STATUS IS WS-StatusRKY
        ORGANIZATION LINE SEQUENTIAL.
