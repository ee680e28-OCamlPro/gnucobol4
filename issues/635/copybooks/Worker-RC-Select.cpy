*>COPY "./copybooks/Worker-RC-Select.cpy".
*> one parallel intake worker's (or background chain
*> step's) exit code, written by the launch shell as
*> the process ends and read back by the coordinator's
*> reap - see PGM00B's 150-Run-Parallel-Intake and
*> 170-Reap-One-Step.
    SELECT Worker-RC-File
        ASSIGN DISK WS-Worker-RC-Path
        FILE STATUS IS WS-StatusWRC
