*> Directory (not found present, not a dry run) so a
*> separate alerting/notification step can pick these up
*> without having to scrape main.log for CREATED lines.
01  WS-Alert-Queue-Row           PIC X(180) VALUE SPACE.
01  WS-Alert-Queue-Row-Fields    REDEFINES WS-Alert-Queue-Row.
    05  WS-Alert-Date            PIC X(08).
    05                          PIC X(01).
        88  WS-Alert-Pending     VALUES SPACE "F".
        88  WS-Alert-Delivered   VALUE "D".
        88  WS-Alert-Escalated   VALUE "E".
*>      raised inside an open maintenance window - held
*>      undelivered until the window's close-out summary,
*>      which then marks it summarized.
        88  WS-Alert-Maint-Held  VALUE "M".
        88  WS-Alert-Maint-Summarized
                                 VALUE "S".
    05                          PIC X(01).
    05  WS-Alert-Attempts-X      PIC X(02).
    05  WS-Alert-Attempts        REDEFINES WS-Alert-Attempts-X
                                 PIC 9(02).
    05                          PIC X(01).
    05  WS-Alert-Delivered-Stamp PIC X(14).
    05                          PIC X(01).
*> the maintenance window a held row belongs to.
    05  WS-Alert-Maint-ID        PIC X(04).
*> routing facts - the raiser's company (SPACE when the
*> alert is not one company's) and structured-log event
*> code, for PGM05 to look up the on-call rota; then who
*> PGM05 sent it to and at which rota tier (P primary,
*> S secondary, M manager, SPACE not rota-routed).  An
*> escalation hop arrives with both already filled in.
    05                          PIC X(01).
    05  WS-Alert-Company         PIC X(10).
    05                          PIC X(01).
    05  WS-Alert-Event-Code-X    PIC X(05).
    05  WS-Alert-Event-Code      REDEFINES WS-Alert-Event-Code-X
                                 PIC 9(05).
    05                          PIC X(01).
    05  WS-Alert-Tier            PIC X(01).
    05                          PIC X(01).
    05  WS-Alert-Routed-To       PIC X(40).
    05                          PIC X(10).
