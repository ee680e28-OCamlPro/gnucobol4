*>COPY "./copybooks/Reject-Work-Select.cpy".
*> the reject workbench ledger - one row per reject an
*> operator actually worked (requeued or waived, or
*> repaired through PGM47), with who and why, appended
*> by PGM28/PGM47 beside the rejects ledger it
*> annotates.  A reject on this file stops appearing
*> on the workbench list.
    SELECT Reject-Work-File
        ASSIGN DISK WS-Reject-Work-Path
        FILE STATUS IS WS-StatusRJW
