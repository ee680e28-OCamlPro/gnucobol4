*>COPY "./copybooks/GL-Journal-Select.cpy".
*> balanced journal-entry file for the general-ledger
*> load - one header, two lines (debit and credit) per
*> mapped posting, one control trailer - written per
*> company per journal date under ./outbound by PGM39.
*> Built under a work name and renamed into place only
*> when the company's journal is complete and balanced,
*> so the GL loader never sees a partial or blocked one.
    SELECT GL-Journal-File
        ASSIGN DISK WS-GL-Journal-Work-Path
        FILE STATUS IS WS-StatusGLJ
        ORGANIZATION LINE SEQUENTIAL.
