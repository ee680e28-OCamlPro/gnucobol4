*> "Y" once the stale-item re-alert fired, so an aging
*> item pages once, not nightly forever.
    05  WI-Realert-Sw            PIC X(01).
*> on-call routing - the company and severity PGM05
*> resolved the rota with, the tier now being paged
*> (P primary, S secondary, M manager; SPACE when no
*> rota row applied), when that tier was paged, and when
*> PGM26 saw it acknowledged.  Each page, first and every
*> escalation hop, is kept in order in WI-Hop.
    05  WI-Company               PIC X(10).
    05  WI-Severity              PIC X(01).
    05  WI-Tier                  PIC X(01).
    05  WI-Notified-Stamp        PIC X(14).
    05  WI-Ack-Stamp             PIC X(14).
    05  WI-Hop-Count             PIC 9(01).
    05  WI-Hop OCCURS 3 TIMES.
        10  WI-Hop-Tier          PIC X(01).
        10  WI-Hop-To            PIC X(40).
        10  WI-Hop-Stamp         PIC X(14).
*> corporate ticketing (PGM63) - the ITSM ticket number
*> for an item whose severity is ticketed, its state
*> there (SPACE none, O open, C closed on both sides,
*> F the open failed and the sync job retries it), and
*> when the ticket was last acted on.
    05  WI-Ticket-No             PIC X(20).
    05  WI-Ticket-State          PIC X(01).
    05  WI-Ticket-Stamp          PIC X(14).
