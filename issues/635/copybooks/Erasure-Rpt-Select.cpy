*>COPY "./copybooks/Erasure-Rpt-Select.cpy".
*> erasure findings report and completion certificate -
*> one per search or erasure run from PGM69, written at
*> the base ./reports and catalogued ERASEFIND /
*> ERASECERT.
    SELECT Erasure-Rpt-File
        ASSIGN DISK WS-Erasure-Rpt-Path
        FILE STATUS IS WS-StatusERP
        ORGANIZATION LINE SEQUENTIAL.
