*>COPY "./copybooks/Value-Gate-Select.cpy".
*> per-vendor / per-company value thresholds - a DONE
*> arrival whose II-Amount-Sum (either sign) is over its
*> threshold is parked AWAIT-REL by PGM15 instead of
*> posting, until a treasury user releases or refuses
*> it through PGM56.  Blank vendor or company means
*> any; the most specific row wins (vendor and company,
*> then vendor, then company, then the blank default).
*> No row for a file means no gate.  Maintained by hand
*> in ./reports/value-thresholds.cfg under the base
*> root.
    SELECT Value-Gate-File
        ASSIGN DISK WS-Value-Gate-Path
        FILE STATUS IS WS-StatusVGT
        ORGANIZATION LINE SEQUENTIAL.
