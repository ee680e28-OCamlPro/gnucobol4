*>COPY "./copybooks/Trans-Hist-Select.cpy".
*> one per-year transaction master history file
*> (transaction-master-YYYY.dat under the company's
*> ./reports) - where PGM43's year-end close moves a
*> closed year's rows to, same layout and key as the
*> current master.
    SELECT Trans-Hist-File
        ASSIGN DISK WS-Trans-Hist-Path
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS TH-Key
        FILE STATUS IS WS-StatusTHS.
