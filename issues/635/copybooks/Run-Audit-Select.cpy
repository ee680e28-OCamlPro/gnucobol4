*> file opened EXTEND with an OUTPUT fallback, same idiom
*> as Files-Trend-Select.cpy/Alert-Queue-Select.cpy.
    SELECT Run-Audit-File
        ASSIGN DISK WS-Run-Audit-Path
        FILE STATUS IS WS-StatusRUA
        ORGANIZATION LINE SEQUENTIAL.
