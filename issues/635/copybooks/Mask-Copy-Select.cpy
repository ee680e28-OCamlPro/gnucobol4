*>COPY "./copybooks/Mask-Copy-Select.cpy".
*> the staging handoff of a masked vendor's file when no
*> canonical copy was made - the vendor's own layout,
*> row for row, with the masked columns rewritten.
    SELECT Mask-Copy-File
        ASSIGN DISK WS-Handoff-Staging-Path
        FILE STATUS IS WS-StatusMSK
        ORGANIZATION LINE SEQUENTIAL.
