*>COPY "./copybooks/Run-Audit-WS.cpy".
01  WS-StatusRUA                  PIC X(02).
01  WS-Run-Audit-Path             PIC X(80)
                                  VALUE "./logs/run-audit.log".

01  WS-OS-User                    PIC X(20) VALUE SPACE.

*> one row per run - date/time stamp, which program/tag
*> logged it, who launched it (the operator signed on
*> at the PGM32 menu, else the OS login), and the
*> WS-Option the run was invoked with, so "who kicked off
*> the run that recreated ./files at 2am" has a real
*> answer instead of just a Pgm-ID/timestamp in main.log.
