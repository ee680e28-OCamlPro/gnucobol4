*>COPY "./copybooks/Handover-Rpt-Select.cpy".
*> shift handover report - one per handover PGM52
*> prepares, listing everything still open at the shift
*> change with what arrived since the previous handover
*> marked NEW.  Written at the base ./reports and
*> catalogued as HANDOVER.
    SELECT Handover-Rpt-File
        ASSIGN DISK WS-Handover-Rpt-Path
        FILE STATUS IS WS-StatusHRP
        ORGANIZATION LINE SEQUENTIAL.
