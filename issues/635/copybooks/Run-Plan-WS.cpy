*>COPY "./copybooks/Run-Plan-WS.cpy".
*> PGM59's run-plan forecast - the report path (the
*> intake register's generic line-sequential report
*> FD carries the lines, as PGM09's capacity forecast
*> does) and the per-program duration history.
01  WS-Run-Plan-Rpt-Path         PIC X(60) VALUE SPACE.

*> the last 10 run-durations.log rows of every program
*> that has step or period-job rows, kept as a ring per
*> program - WS-Rph-Next is the slot the next row lands
*> in, so the oldest is overwritten once all 10 are used.
01  WS-Rph-Table.
    05  WS-Rph-Count             PIC 9(02) VALUE ZERO.
    05  WS-Rph-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Rph-Idx.
        10  WS-Rph-Program       PIC X(08).
        10  WS-Rph-Rows          PIC 9(02).
        10  WS-Rph-Next          PIC 9(02).
        10  WS-Rph-Slot OCCURS 10 TIMES.
            15  WS-Rph-Elapsed   PIC 9(07).
            15  WS-Rph-Files     PIC 9(07).
01  WS-Rph-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Rph-Slot-Idx              PIC 9(02) VALUE ZERO.
01  WS-Rph-Dropped               PIC 9(05) VALUE ZERO.

*> the night being planned - the date the batch window
*> opens, the business date whose expected arrivals
*> land in it, and the volume the chain will meet.
01  WS-Rpl-Plan-Date             PIC 9(08) VALUE ZERO.
01  WS-Rpl-Plan-Day              PIC 9(02) VALUE ZERO.
01  WS-Rpl-Now-HHMM              PIC X(04) VALUE SPACE.
01  WS-Rpl-Now-Secs              PIC 9(07) VALUE ZERO.
01  WS-Rpl-Next-Biz-Date         PIC 9(08) VALUE ZERO.
01  WS-Rpl-Next-Biz-Day          PIC 9(02) VALUE ZERO.
01  WS-Rpl-Next-Biz-Dow          PIC 9(01) VALUE ZERO.
01  WS-Rpl-Pending-Dir           PIC 9(07) VALUE ZERO.
01  WS-Rpl-Pending-Downloads     PIC 9(07) VALUE ZERO.
01  WS-Rpl-Pending-Quarantine    PIC 9(07) VALUE ZERO.
01  WS-Rpl-Pending-Incoming      PIC 9(07) VALUE ZERO.
01  WS-Rpl-Expected-Count        PIC 9(05) VALUE ZERO.
01  WS-Rpl-Forecast-Files        PIC 9(07) VALUE ZERO.
01  WS-Rpl-Count-Dir             PIC 9(02) VALUE ZERO.

*> the batch window - schedule.cfg's CHAIN row.  Seconds
*> past midnight of the plan date; a window closing at
*> or before it opens runs past midnight, so its end is
*> carried past 86400.
01  WS-Rpl-Chain-Hit             PIC 9(02) VALUE ZERO.
01  WS-Rpl-Window-Sw             PIC X(01) VALUE "N".
    88  WS-Rpl-Have-Window       VALUE "Y".
01  WS-Rpl-HHMM                  PIC X(04) VALUE SPACE.
01  WS-Rpl-HHMM-Parts            REDEFINES WS-Rpl-HHMM.
    05  WS-Rpl-HHMM-HH           PIC 9(02).
    05  WS-Rpl-HHMM-MM           PIC 9(02).
01  WS-Rpl-HHMM-Secs             PIC 9(07) VALUE ZERO.
01  WS-Rpl-Window-From-Secs      PIC 9(07) VALUE ZERO.
01  WS-Rpl-Window-End-Secs       PIC 9(07) VALUE ZERO.
01  WS-Rpl-Wraps-Sw              PIC X(01) VALUE "N".
    88  WS-Rpl-Window-Wraps      VALUE "Y".

*> period jobs are looked for on the plan date and, for
*> a window running past midnight, again on the morning
*> after - pass 1 and pass 2.
01  WS-Rpl-Pass-No               PIC 9(01) VALUE ZERO.
01  WS-Rpl-Pass-Sw               PIC X(01) VALUE "N".
    88  WS-Rpl-In-Window         VALUE "Y".

*> the running plan clock and the step in hand.
01  WS-Rpl-Clock-Secs            PIC 9(07) VALUE ZERO.
01  WS-Rpl-Step-Start-Secs       PIC 9(07) VALUE ZERO.
01  WS-Rpl-Proj-Secs             PIC 9(07) VALUE ZERO.
01  WS-Rpl-Program               PIC X(10) VALUE SPACE.
01  WS-Rpl-Runs                  PIC 9(02) VALUE ZERO.
01  WS-Rpl-Sum-Secs              PIC 9(09) VALUE ZERO.
01  WS-Rpl-Sum-Files             PIC 9(09) VALUE ZERO.
01  WS-Rpl-Avg-Secs              PIC 9(07) VALUE ZERO.
01  WS-Rpl-Avg-Files             PIC 9(07) VALUE ZERO.
01  WS-Rpl-Note                  PIC X(30) VALUE SPACE.
01  WS-Rpl-Step-Count            PIC 9(03) VALUE ZERO.
01  WS-Rpl-No-History-Count      PIC 9(03) VALUE ZERO.
01  WS-Rpl-Period-Count          PIC 9(02) VALUE ZERO.
01  WS-Rpl-Overrun-Secs          PIC S9(07) VALUE ZERO.
01  WS-Rpl-Overrun-Mins          PIC 9(05) VALUE ZERO.
01  WS-Rpl-Overrun-Sw            PIC X(01) VALUE "N".
    88  WS-Rpl-Overruns          VALUE "Y".

*> the chain as PGM00B will dispatch it - a step starts
*> once the audit and its own predecessors have
*> finished and one of the PGM00_CHAIN_PARALLEL step
*> slots is free.  Each step's projected finish, by
*> chain table position; a step waiting on a step not
*> listed above it (or behind one that does) never
*> starts.
01  WS-Rpl-Step-Table.
    05  WS-Rpl-Step-Entry OCCURS 16 TIMES.
        10  WS-Rpl-Step-End-Secs PIC 9(07).
        10  WS-Rpl-Step-Never    PIC X(01).
01  WS-Rpl-Slot-Table.
    05  WS-Rpl-Slot-Free-Secs    PIC 9(07) OCCURS 9 TIMES.
01  WS-Rpl-Slot-K                PIC 9(02) VALUE ZERO.
01  WS-Rpl-Slot-Hit              PIC 9(02) VALUE ZERO.
01  WS-Rpl-Ready-Secs            PIC 9(07) VALUE ZERO.
01  WS-Rpl-Chain-End-Secs        PIC 9(07) VALUE ZERO.
01  WS-Rpl-Parallel-Raw          PIC X(10) VALUE SPACE.
01  WS-Rpl-Never-Sw              PIC X(01) VALUE "N".
    88  WS-Rpl-Never-Starts      VALUE "Y".

*> seconds-to-HH:MM for the report, with a +n day mark
*> once the plan runs past midnight.
01  WS-Rpl-Fmt-Secs              PIC 9(07) VALUE ZERO.
01  WS-Rpl-Fmt-Day               PIC 9(03) VALUE ZERO.
01  WS-Rpl-Fmt-Day-Edit          PIC ZZ9 VALUE ZERO.
01  WS-Rpl-Fmt-Rem               PIC 9(05) VALUE ZERO.
01  WS-Rpl-Fmt-HH                PIC 9(02) VALUE ZERO.
01  WS-Rpl-Fmt-MM                PIC 9(02) VALUE ZERO.
01  WS-Rpl-Fmt-Text              PIC X(10) VALUE SPACE.
01  WS-Rpl-Fmt-Text2             PIC X(10) VALUE SPACE.
01  WS-Rpl-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Rpl-Count-Edit2           PIC Z(06)9 VALUE ZERO.
01  WS-Rpl-Count-Edit3           PIC Z(06)9 VALUE ZERO.
01  WS-Rpl-Rpt-Row               PIC X(132) VALUE SPACE.

*> one plan line per step or period job.
01  WS-Rpl-Detail-Row.
    05  WS-Rpd-Seq               PIC X(04) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Program           PIC X(10) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Start             PIC X(10) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Finish            PIC X(10) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Proj              PIC Z(06)9 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Runs              PIC Z9 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Avg               PIC Z(06)9 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Avg-Files         PIC Z(06)9 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Rpd-Note              PIC X(30) VALUE SPACE.
