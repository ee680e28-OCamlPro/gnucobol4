*>COPY "./copybooks/Posted-Ref-Select.cpy".
*> posted business-reference index - one row per vendor
*> reference (invoice/document number) PGM15 has posted
*> into this company's transaction master, so the same
*> invoice line resent inside a differently-built file is
*> caught even though its bytes (and checksum) differ.
    SELECT Posted-Ref-File
        ASSIGN DISK WS-Posted-Ref-Path
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS PR-Key
        FILE STATUS IS WS-StatusPRF.
