*>COPY "./copybooks/Struct-Out-Select.cpy".
*> the canonical pipe-delimited rendition of a converted
*> XML/JSON arrival, written beside it in
*> ./files/processing - from here on it is the arrival.
    SELECT Struct-Out-File
        ASSIGN DISK WS-Struct-Out-Path
        FILE STATUS IS WS-StatusSTO
        ORGANIZATION LINE SEQUENTIAL.
