*>COPY "./copybooks/Erasure-Work-Select.cpy".
*> scratch output for an erasure pass - the redacted
*> copy of the artifact being erased (or of an archive
*> manifest being re-checksummed), written alongside it
*> and renamed over it when anything changed, removed
*> otherwise.
    SELECT Erasure-Work-File
        ASSIGN DISK WS-Erasure-Work-Path
        FILE STATUS IS WS-StatusERW
        ORGANIZATION LINE SEQUENTIAL.
