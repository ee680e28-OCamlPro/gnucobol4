*>COPY "./copybooks/Struct-Map-Select.cpy".
*> per-vendor structured-format profile - for a vendor
*> that sends XML or JSON, which element is one record
*> and which element inside it fills each canonical
*> column.  Maintained in ./reports/struct-map.cfg under
*> the base root; applied by PGM01's 2140-Convert-
*> Structured-Entry before the arrival is validated.
    SELECT Struct-Map-File
        ASSIGN DISK WS-Struct-Map-Path
        FILE STATUS IS WS-StatusSMP
        ORGANIZATION LINE SEQUENTIAL.
