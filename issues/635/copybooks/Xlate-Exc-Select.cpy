*>COPY "./copybooks/Xlate-Exc-Select.cpy".
*> translation-exception report - one row per value a
*> translated column carried that code-xlate.cfg has no
*> mapping in force for, so the mapping owner can add
*> exactly the rows missing before the arrival is run
*> again.  Written by PGM01's 2436-Write-Xlate-Exception
*> under each company's ./reports, same append idiom as
*> the record-error report.
    SELECT Xlate-Exc-File
        ASSIGN DISK WS-Xlate-Exc-Path
        FILE STATUS IS WS-StatusXLE
        ORGANIZATION LINE SEQUENTIAL.
