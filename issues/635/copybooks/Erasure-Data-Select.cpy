*>COPY "./copybooks/Erasure-Data-Select.cpy".
*> the artifact being searched, read one line at a time
*> - a done file, its canonical copy, an archive or
*> audit-pack member, record-errors.log, or a mirror
*> copy.  Never written: an erasure writes the redacted
*> copy through Erasure-Work-File and renames it over.
    SELECT Erasure-Data-File
        ASSIGN DISK WS-Erasure-Data-Path
        FILE STATUS IS WS-StatusERD
        ORGANIZATION LINE SEQUENTIAL.
