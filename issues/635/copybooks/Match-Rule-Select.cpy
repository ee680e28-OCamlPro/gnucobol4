*>COPY "./copybooks/Match-Rule-Select.cpy".
*> item-level matching rules - one row per pair of
*> vendors whose transaction master documents settle
*> each other (a bank's settlement lines against a
*> payer's remittance or invoice lines, typically):
*> which record column carries the shared reference on
*> each side, and how far the amounts and posting dates
*> may drift and still match.  Blank company means
*> every company.  Maintained by hand in ./reports/
*> match-rules.cfg under the base root; read by PGM57
*> and PGM58.
    SELECT Match-Rule-File
        ASSIGN DISK WS-Match-Rule-Path
        FILE STATUS IS WS-StatusMRL
        ORGANIZATION LINE SEQUENTIAL.
