*>COPY "./copybooks/QA-Queue-Select.cpy".
*> per-company QA queue - one row per posted record
*> PGM65's daily draw picked for review: the sample it
*> belongs to (date, vendor, seed), the transaction
*> master key, where its source line sits, and the
*> reviewer's verdict once PGM66 records one.  Appended
*> by PGM65, rewritten whole by PGM66 (copied through
*> QA-Queue-New and renamed back), summarized monthly by
*> PGM67.
    SELECT QA-Queue-File
        ASSIGN DISK WS-QA-Queue-Path
        FILE STATUS IS WS-StatusQAQ
        ORGANIZATION LINE SEQUENTIAL.
