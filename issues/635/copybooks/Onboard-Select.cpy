*>COPY "./copybooks/Onboard-Select.cpy".
*> vendor onboarding records - one row per vendor brought
*> on through PGM51's onboarding screen: who set it up and
*> when, how many arrivals it must have signed off before
*> its probation ends, how many have been, and when (and
*> by whom) probation ended.  Read by PGM01 to hold a
*> probation vendor's arrivals back from staging and
*> posting.  Rewritten whole, the retry-queue way.
    SELECT Onboard-File
        ASSIGN DISK WS-Onboard-Path
        FILE STATUS IS WS-StatusOBD
        ORGANIZATION LINE SEQUENTIAL.
