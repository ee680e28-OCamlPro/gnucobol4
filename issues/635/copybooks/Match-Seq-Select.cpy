*>COPY "./copybooks/Match-Seq-Select.cpy".
*> per-company match-group sequence - read at the start
*> of a matching pass or an operator's force-match,
*> rewritten at the end, ascending forever, so a match
*> ID is never handed out twice.
    SELECT Match-Seq-File
        ASSIGN DISK WS-Match-Seq-Path
        FILE STATUS IS WS-StatusMSQ
        ORGANIZATION LINE SEQUENTIAL.
