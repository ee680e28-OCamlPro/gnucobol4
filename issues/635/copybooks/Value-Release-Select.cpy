*>COPY "./copybooks/Value-Release-Select.cpy".
*> release decisions on parked high-value arrivals - one
*> row per RELEASED or REFUSED verdict PGM56 records,
*> per company in ./reports/value-releases.dat.  PGM15
*> reads it back to print who released a file, and
*> when, on the posting register.  Growing file opened
*> EXTEND with an OUTPUT fallback, same idiom as
*> Alert-Queue-Select.cpy.
    SELECT Value-Release-File
        ASSIGN DISK WS-Value-Release-Path
        FILE STATUS IS WS-StatusVRL
        ORGANIZATION LINE SEQUENTIAL.
