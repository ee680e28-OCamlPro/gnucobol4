*>COPY "./copybooks/Repair-Log-Select.cpy".
*> record-repair log - one BEFORE and one AFTER row per
*> line an operator corrected or suppressed in PGM47, so
*> every change made to vendor data by hand is on file
*> with who, when and why.  Appended under ./reports
*> beside record-errors.log, whose lines it answers.
    SELECT Repair-Log-File
        ASSIGN DISK WS-Repair-Log-Path
        FILE STATUS IS WS-StatusRPL
        ORGANIZATION LINE SEQUENTIAL.
