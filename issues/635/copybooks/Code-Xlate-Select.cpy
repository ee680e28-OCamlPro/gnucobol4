*>COPY "./copybooks/Code-Xlate-Select.cpy".
*> per-vendor code translation table - the internal
*> branch/product/counterparty code each vendor's own
*> code stands for, by vendor and record column, with
*> the dates the mapping is in force.  Maintained from
*> PGM60's screen in ./reports/code-xlate.cfg under the
*> base root; applied by PGM01's 243-Normalize-Entry as
*> the canonical copy is built.
    SELECT Code-Xlate-File
        ASSIGN DISK WS-Code-Xlate-Path
        FILE STATUS IS WS-StatusCXL
        ORGANIZATION LINE SEQUENTIAL.
