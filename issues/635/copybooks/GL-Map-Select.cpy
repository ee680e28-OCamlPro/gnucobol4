*>COPY "./copybooks/GL-Map-Select.cpy".
*> general-ledger account mapping table - which debit/
*> credit account pair a posted transaction master row
*> books to, by vendor code plus the value found in one
*> chosen column of the record.  Maintained by finance in
*> ./reports/gl-account-map.cfg; read by PGM39's journal
*> extract.
    SELECT GL-Map-File
        ASSIGN DISK WS-GL-Map-Path
        FILE STATUS IS WS-StatusGLM
        ORGANIZATION LINE SEQUENTIAL.
