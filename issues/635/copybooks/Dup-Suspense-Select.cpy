*>COPY "./copybooks/Dup-Suspense-Select.cpy".
*> duplicate-reference suspense - every record PGM15
*> held back because its business reference was already
*> posted, with the record itself, so nothing a vendor
*> sent is lost while someone decides.  Growing file
*> opened EXTEND with an OUTPUT fallback, same idiom as
*> Alert-Queue-Select.cpy.
    SELECT Dup-Suspense-File
        ASSIGN DISK WS-Dup-Suspense-Path
        FILE STATUS IS WS-StatusDSP
        ORGANIZATION LINE SEQUENTIAL.
