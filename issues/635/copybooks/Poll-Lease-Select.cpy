*>COPY "./copybooks/Poll-Lease-Select.cpy".
*> resident polling lease on the shared mount - which
*> node may poll, until when, and whether another node
*> has asked for it back.  Only ever rewritten while
*> holding the pgm00r.lease.lck directory (C$MAKEDIR is
*> atomic on the mount), so two nodes can never both
*> read it free and both claim it.
    SELECT Poll-Lease-File
        ASSIGN DISK WS-Poll-Lease-Path
        FILE STATUS IS WS-StatusPLS
        ORGANIZATION LINE SEQUENTIAL.
