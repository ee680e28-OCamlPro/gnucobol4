*>COPY "./copybooks/Struct-In-Select.cpy".
*> a claimed XML/JSON arrival read for conversion - its
*> own long record, since a structured file is free to
*> put a whole document on far fewer, far longer lines
*> than the delimited layouts Intake-Data-File reads.
    SELECT Struct-In-File
        ASSIGN DISK WS-Struct-In-Path
        FILE STATUS IS WS-StatusSTI
        ORGANIZATION LINE SEQUENTIAL.
