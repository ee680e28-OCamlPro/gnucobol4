*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM59.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Tonight's run plan against the batch window.
*> PGM00's SLA overrun alert only fires once the
*> night is already lost; this runs in the early
*> evening (a schedule.cfg period-job row) and
*> predicts it.  The volume the chain will meet is
*> what is already sitting in ./Downloads, ./files/
*> quarantine and ./files/incoming plus one file per
*> expected-arrivals row due on the next business
*> date.  Each step of the job chain (job-chain.cfg,
*> or PGM00B's compiled default, PGM44's audit
*> first) is projected from the last 10 timings of
*> that program in ./reports/run-durations.log -
*> scaled up, never down, when tonight's volume is
*> above the average those runs met - and placed
*> from the opening of the batch window (the CHAIN
*> row of schedule.cfg) the way PGM00B will dispatch
*> it: after the audit and the step's own job-chain
*> predecessors, with no more steps at once than
*> PGM00_CHAIN_PARALLEL allows; the period jobs due
*> inside that window follow the chain.  Writes the
*> base ./reports/run-plan-<date>.rpt with every
*> step's projected start and finish, and when the
*> projected finish crosses the window end raises a
*> WARNING and an alerts.queue row and ends with the
*> WARNING return (4) - in time to add intake workers
*> (PGM00B WORKERS n) or move a period job.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/Run-Duration-Select.cpy".
COPY "./copybooks/Schedule-Tbl-Select.cpy".
COPY "./copybooks/Job-Chain-Select.cpy".
COPY "./copybooks/Expect-Tbl-Select.cpy".
COPY "./copybooks/Holiday-File-Select.cpy".
COPY "./copybooks/Business-Date-Select.cpy".
COPY "./copybooks/Preflight-Select.cpy".
COPY "./copybooks/Intake-Reg-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Run-Duration-FD.cpy".
COPY "./copybooks/Schedule-Tbl-FD.cpy".
COPY "./copybooks/Job-Chain-FD.cpy".
COPY "./copybooks/Expect-Tbl-FD.cpy".
COPY "./copybooks/Holiday-File-FD.cpy".
COPY "./copybooks/Business-Date-FD.cpy".
COPY "./copybooks/Preflight-FD.cpy".
COPY "./copybooks/Intake-Reg-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM59".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> the holiday calendar the next-business-date and
*> last-business-day walks honor, and the WS-Day-Of-
*> Week/WS-Business-Day-YMD scratch fields for 113-
*> Compute-Log-Week-Fields.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Holiday-File-WS.cpy".

COPY "./copybooks/Run-Duration-WS.cpy".

COPY "./copybooks/Schedule-Tbl-WS.cpy".

COPY "./copybooks/Job-Chain-WS.cpy".

COPY "./copybooks/Expect-Tbl-WS.cpy".

COPY "./copybooks/Business-Date-WS.cpy".

*> the Preflight-File scratch carries each directory's
*> file count back from 141-Count-One-Dir's shell line.
COPY "./copybooks/Preflight-WS.cpy".

*> the report FD/paths are reused from the intake
*> register's generic line-sequential report copybooks -
*> WS-Intake-Reg-Path points at run-plan-<date>.rpt here.
COPY "./copybooks/Intake-Reg-WS.cpy".

COPY "./copybooks/Run-Plan-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

*> WS-Base-Root-Path - the run plan is one deployment-
*> wide report, never per company.
COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/linkage.cpy".

*>------------------------------------------------
PROCEDURE DIVISION USING WS-Option
                         WS-Message-Line-1
                         WS-Message-Line-2
                         WS-Message-Line-3
                         WS-Message-Line-4
                         WS-Message-Line-5
                         WS-Message-Line-6
                         WS-Message-Line-7
                         WS-Message-Line-8
                         WS-Return
                         WS-Return-Msg
                         WS-Dir-Status-Table
                         WS-Caller-Tag
                         WS-Force-Confirm
                         WS-Run-ID.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
*> Same USING contract linkage.cpy gives every CALL
*> in this system, so PGM33 can CALL PGM59 from a
*> schedule.cfg row like any other period job.  A
*> projected overrun ends the run with the WARNING
*> return (4).
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 120-Load-Duration-History.

    PERFORM 130-Set-Plan-Window.

    PERFORM 140-Count-Pending-Files.

    PERFORM 150-Count-Expected-Arrivals.

    COMPUTE WS-Rpl-Forecast-Files
          = WS-Rpl-Pending-Downloads
          + WS-Rpl-Pending-Quarantine
          + WS-Rpl-Pending-Incoming
          + WS-Rpl-Expected-Count.

    PERFORM 200-Open-Plan-Report.

    MOVE ZERO TO WS-Rpl-Step-Count
                 WS-Rpl-No-History-Count
                 WS-Rpl-Period-Count.
    MOVE WS-Rpl-Window-From-Secs TO WS-Rpl-Clock-Secs
                                    WS-Rpl-Chain-End-Secs.
    PERFORM 205-Init-One-Slot
      VARYING WS-Rpl-Slot-K FROM 1 BY 1
        UNTIL WS-Rpl-Slot-K > 9.

    PERFORM 210-Plan-One-Step
      VARYING WS-Jc-Idx FROM 1 BY 1
        UNTIL WS-Jc-Idx > WS-Jc-Count.

*>  the period jobs follow the chain's last finish.
    MOVE WS-Rpl-Chain-End-Secs TO WS-Rpl-Clock-Secs.

    PERFORM 300-Plan-Period-Jobs.

    PERFORM 400-Judge-Window.

    CLOSE Intake-Reg-File.

    MOVE "RUNPLAN" TO WS-Cat-Type.
    MOVE WS-Rpl-Plan-Date TO WS-Cat-Date.
    MOVE SPACE TO WS-Cat-Company.
    MOVE WS-Rpl-Step-Count TO WS-Cat-Rows.
    MOVE WS-Run-Plan-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

    IF  WS-Rpl-Overruns
        MOVE 4 TO WS-Return
        MOVE "PGM59 projected finish is past the batch window - see report"
          TO WS-Return-Msg
    ELSE
        MOVE ZERO TO WS-Return
        MOVE "PGM59 completed successfully" TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM59 run-plan forecast complete"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        MOVE "N" TO WS-Log-Open-Sw
        CLOSE Log-File
    END-IF.

    IF  WS-Error-Log-File-Open
        MOVE "N" TO WS-Error-Log-Open-Sw
        CLOSE Error-Log-File
    END-IF.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM09's own 090-Init-Root-Path, plus
*> every table the plan is built from - all of them
*> the deployment-wide copies in the base ./reports.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    PERFORM 091-Load-Dir-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    PERFORM 075-Load-Business-Date.

    PERFORM 086-Load-Holiday-Table.

    PERFORM 088-Load-Expected-Table.

    PERFORM 100-Load-Schedule-Table.

    PERFORM 020-Load-Chain-Table.

*>------------------------------------------------
075-Load-Business-Date.
*>------------------------------------------------
*> Same business-date control record as PGM16's
*> 075-Load-Business-Date - today's date when there
*> is no record.
*>------------------------------------------------
    MOVE SPACE TO WS-Business-Date-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/business-date.dat" DELIMITED BY SIZE
      INTO WS-Business-Date-Path
    END-STRING.

    MOVE SPACE TO WS-Biz-Date.

    OPEN INPUT Business-Date-File.
    IF  WS-StatusBDT = "00"
        READ Business-Date-File
            AT END
                CONTINUE
            NOT AT END
                IF  BD-Date IS NUMERIC
                    MOVE BD-Date TO WS-Biz-Date
                END-IF
        END-READ
        CLOSE Business-Date-File
    END-IF.

    IF  WS-Biz-Date = SPACE
        ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT
        MOVE CDT-Date TO WS-Biz-Date
    END-IF.

    MOVE FUNCTION NUMVAL(WS-Biz-Date) TO WS-Biz-Date-Num.

*>------------------------------------------------
086-Load-Holiday-Table.
*>------------------------------------------------
*> Same ./reports/holiday-table.cfg overlay as PGM00/
*> PGM01's paragraph of the same name.
*>------------------------------------------------
    MOVE SPACE TO WS-Holiday-File-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/holiday-table.cfg" DELIMITED BY SIZE
      INTO WS-Holiday-File-Path
    END-STRING.

    MOVE "N" TO WS-EOF-HOL.
    OPEN INPUT Holiday-File.
    IF  WS-StatusHOL = "00"
        MOVE ZERO TO WS-Holiday-Load-Count
        PERFORM 087-Read-Holiday-Row
          UNTIL Holiday-File-EOF
        CLOSE Holiday-File
        MOVE WS-Holiday-Load-Count TO TBL-Holiday-Nbr-Elements
    END-IF.

*>------------------------------------------------
087-Read-Holiday-Row.
*>------------------------------------------------
    READ Holiday-File
        AT END
            MOVE "Y" TO WS-EOF-HOL
        NOT AT END
            IF  HT-Date NOT = ZERO
            AND WS-Holiday-Load-Count < 40
                ADD 1 TO WS-Holiday-Load-Count
                SET TBL-Holiday-Idx TO WS-Holiday-Load-Count
                MOVE HT-Date TO TBL-Holiday-Date(TBL-Holiday-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
088-Load-Expected-Table.
*>------------------------------------------------
*> Same ./reports/expected-arrivals.cfg load as
*> PGM01's 088-Load-Expected-Table.  No file means no
*> expected arrivals are counted.
*>------------------------------------------------
    MOVE SPACE TO WS-Expect-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/expected-arrivals.cfg" DELIMITED BY SIZE
      INTO WS-Expect-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Expect-Count.

    MOVE "N" TO WS-EOF-EXP.
    OPEN INPUT Expect-Table-File.
    IF  WS-StatusEXP = "00"
        PERFORM 089-Read-Expected-Row
          UNTIL Expect-Table-EOF
        CLOSE Expect-Table-File
    END-IF.

*>------------------------------------------------
089-Read-Expected-Row.
*>------------------------------------------------
    READ Expect-Table-File
        AT END
            MOVE "Y" TO WS-EOF-EXP
        NOT AT END
            IF  EA-Pattern NOT = SPACE
            AND WS-Expect-Count < 20
                ADD 1 TO WS-Expect-Count
                SET WS-Exp-Idx TO WS-Expect-Count
                MOVE EA-Pattern TO WS-Expect-Pattern(WS-Exp-Idx)
                MOVE EA-Vendor  TO WS-Expect-Vendor(WS-Exp-Idx)
                MOVE EA-Freq    TO WS-Expect-Freq(WS-Exp-Idx)
                MOVE EA-Day     TO WS-Expect-Day(WS-Exp-Idx)
                MOVE EA-Cutoff  TO WS-Expect-Cutoff(WS-Exp-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
100-Load-Schedule-Table.
*>------------------------------------------------
*> Same ./reports/schedule.cfg load as PGM33's
*> 100-Load-Schedule-Table.
*>------------------------------------------------
    MOVE SPACE TO WS-Schedule-Tbl-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/schedule.cfg" DELIMITED BY SIZE
      INTO WS-Schedule-Tbl-Path
    END-STRING.

    MOVE ZERO TO WS-Sched-Count.

    MOVE "N" TO WS-EOF-SCT.
    OPEN INPUT Schedule-Tbl-File.
    IF  WS-StatusSCT = "00"
        PERFORM 101-Read-Schedule-Row
          UNTIL Schedule-Tbl-EOF
        CLOSE Schedule-Tbl-File
    END-IF.

*>------------------------------------------------
101-Read-Schedule-Row.
*>------------------------------------------------
    READ Schedule-Tbl-File
        AT END
            MOVE "Y" TO WS-EOF-SCT
        NOT AT END
            IF  SC-Name NOT = SPACE
            AND WS-Sched-Count < 20
                ADD 1 TO WS-Sched-Count
                SET WS-Sch-Idx TO WS-Sched-Count
                MOVE SC-Name        TO WS-Sched-Name(WS-Sch-Idx)
                MOVE SC-Freq        TO WS-Sched-Freq(WS-Sch-Idx)
                MOVE SC-Day         TO WS-Sched-Day(WS-Sch-Idx)
                MOVE SC-Window-From TO WS-Sched-From(WS-Sch-Idx)
                MOVE SC-Window-To   TO WS-Sched-To(WS-Sch-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
020-Load-Chain-Table.
*>------------------------------------------------
*> The chain exactly as PGM00B's 020-Load-Chain-Table
*> will build it tonight - PGM44's audit as entry 1,
*> then the job-chain.cfg steps with their
*> predecessors, or the compiled default chain when
*> there is no file - and the same PGM00_CHAIN_
*> PARALLEL step limit its 050-Init-Dispatcher reads.
*>------------------------------------------------
    INITIALIZE WS-Jc-Table.
    MOVE SPACE TO WS-Job-Chain-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/job-chain.cfg" DELIMITED BY SIZE
      INTO WS-Job-Chain-Path
    END-STRING.

    MOVE 1       TO WS-Jc-Count.
    MOVE ZERO    TO WS-Jc-Cfg-Rows.
    MOVE 00      TO WS-Jc-Seq(1).
    MOVE "PGM44" TO WS-Jc-Program(1).
    MOVE "Y"     TO WS-Jc-Cont-On-Warn(1).
    MOVE "N"     TO WS-Jc-Skip(1).

    MOVE "N" TO WS-EOF-JCC.
    OPEN INPUT Job-Chain-File.
    IF  WS-StatusJCC = "00"
        PERFORM 021-Read-Chain-Row
          UNTIL Job-Chain-Cfg-EOF
        CLOSE Job-Chain-File
    END-IF.

    IF  WS-Jc-Cfg-Rows = ZERO
        MOVE 6 TO WS-Jc-Count

        MOVE 01      TO WS-Jc-Seq(2)
        MOVE "PGM00" TO WS-Jc-Program(2)
        MOVE "N"     TO WS-Jc-Skip(2)

        MOVE 02      TO WS-Jc-Seq(3)
        MOVE "PGM01" TO WS-Jc-Program(3)
        MOVE "N"     TO WS-Jc-Skip(3)

        MOVE 03      TO WS-Jc-Seq(4)
        MOVE "PGM03" TO WS-Jc-Program(4)
        MOVE "N"     TO WS-Jc-Skip(4)

        MOVE 04      TO WS-Jc-Seq(5)
        MOVE "PGM05" TO WS-Jc-Program(5)
        MOVE "N"     TO WS-Jc-Skip(5)

        MOVE 05      TO WS-Jc-Seq(6)
        MOVE "PGM06" TO WS-Jc-Program(6)
        MOVE "N"     TO WS-Jc-Skip(6)
    END-IF.

    PERFORM 023-Resolve-Preds
      VARYING WS-Jc-Idx FROM 2 BY 1
        UNTIL WS-Jc-Idx > WS-Jc-Count.

    MOVE 1 TO WS-Jc-Parallel-Max.
    MOVE SPACE TO WS-Rpl-Parallel-Raw.
    ACCEPT WS-Rpl-Parallel-Raw
      FROM ENVIRONMENT "PGM00_CHAIN_PARALLEL"
    END-ACCEPT.
    IF  WS-Rpl-Parallel-Raw NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Rpl-Parallel-Raw)
          TO WS-Jc-Parallel-Max
    END-IF.
    IF  WS-Jc-Parallel-Max < 1
        MOVE 1 TO WS-Jc-Parallel-Max
    END-IF.
    IF  WS-Jc-Parallel-Max > 9
        MOVE 9 TO WS-Jc-Parallel-Max
    END-IF.

*>------------------------------------------------
021-Read-Chain-Row.
*>------------------------------------------------
    READ Job-Chain-File
        AT END
            MOVE "Y" TO WS-EOF-JCC
        NOT AT END
            EVALUATE TRUE
                WHEN JC-Program = SPACE
                    CONTINUE
                WHEN FUNCTION TRIM(JC-Program) = "PGM44"
                    MOVE JC-Seq     TO WS-Jc-Seq(1)
                    MOVE JC-Skip    TO WS-Jc-Skip(1)
                WHEN WS-Jc-Count < 16
                    ADD 1 TO WS-Jc-Cfg-Rows
                    ADD 1 TO WS-Jc-Count
                    SET WS-Jc-Idx TO WS-Jc-Count
                    MOVE JC-Seq     TO WS-Jc-Seq(WS-Jc-Idx)
                    MOVE JC-Program TO WS-Jc-Program(WS-Jc-Idx)
                    MOVE JC-Skip    TO WS-Jc-Skip(WS-Jc-Idx)
                    MOVE JC-After-Seq(1)
                                    TO WS-Jc-Pred-Seq(WS-Jc-Idx, 1)
                    MOVE JC-After-Seq(2)
                                    TO WS-Jc-Pred-Seq(WS-Jc-Idx, 2)
                    MOVE JC-After-Seq(3)
                                    TO WS-Jc-Pred-Seq(WS-Jc-Idx, 3)
                    MOVE JC-After-Seq(4)
                                    TO WS-Jc-Pred-Seq(WS-Jc-Idx, 4)
                WHEN OTHER
*>                  PGM00B drops the row too - plan the
*>                  chain that will actually run.
                    ADD 1 TO WS-Jc-Cfg-Rows
            END-EVALUATE
    END-READ.

*>------------------------------------------------
023-Resolve-Preds.
*>------------------------------------------------
*> Same resolution as PGM00B's 023-Resolve-Preds -
*> predecessor numbers to chain table positions,
*> searching only the steps above; a step naming none
*> waits on the step above it.
*>------------------------------------------------
    MOVE ZERO TO WS-Jc-Pred-Count(WS-Jc-Idx).

    PERFORM 024-Resolve-One-Pred
      VARYING WS-Jc-Pred-K FROM 1 BY 1
        UNTIL WS-Jc-Pred-K > 4.

    IF  WS-Jc-Pred-Count(WS-Jc-Idx) = ZERO
        MOVE 1 TO WS-Jc-Pred-Count(WS-Jc-Idx)
        SET WS-Jc-Work-Idx TO WS-Jc-Idx
        SUBTRACT 1 FROM WS-Jc-Work-Idx
        MOVE WS-Jc-Seq(WS-Jc-Work-Idx)
          TO WS-Jc-Pred-Seq(WS-Jc-Idx, 1)
        MOVE WS-Jc-Work-Idx
          TO WS-Jc-Pred-Idx(WS-Jc-Idx, 1)
    END-IF.

*>------------------------------------------------
024-Resolve-One-Pred.
*>------------------------------------------------
    MOVE ZERO TO WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K).

    IF  WS-Jc-Pred-Seq(WS-Jc-Idx, WS-Jc-Pred-K) NOT = SPACE
        ADD 1 TO WS-Jc-Pred-Count(WS-Jc-Idx)

        PERFORM 025-Match-Pred-Seq
          VARYING WS-Jc-Work-Idx FROM 1 BY 1
            UNTIL WS-Jc-Work-Idx >= WS-Jc-Idx
               OR WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K) > ZERO
    END-IF.

*>------------------------------------------------
025-Match-Pred-Seq.
*>------------------------------------------------
    IF  WS-Jc-Pred-Seq(WS-Jc-Idx, WS-Jc-Pred-K)
          = WS-Jc-Seq(WS-Jc-Work-Idx)
        MOVE WS-Jc-Work-Idx
          TO WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K)
    END-IF.

*>------------------------------------------------
091-Load-Dir-Table.
*>------------------------------------------------
    MOVE SPACE TO WS-Dir-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dir-table.cfg" DELIMITED BY SIZE
      INTO WS-Dir-Table-Path
    END-STRING.

    MOVE "N" TO WS-EOF-DTB.
    OPEN INPUT Dir-Table-File.
    IF  WS-StatusDTB = "00"
        PERFORM 092-Read-Dir-Table-Row
          UNTIL Dir-Table-EOF
        CLOSE Dir-Table-File
    END-IF.

*>------------------------------------------------
092-Read-Dir-Table-Row.
*>------------------------------------------------
    READ Dir-Table-File
        AT END
            MOVE "Y" TO WS-EOF-DTB
        NOT AT END
            IF  DT-Index >= 1 AND DT-Index <= TBL-Nbr-Elements
                SET TBL-Sfx-Idx  TO DT-Index
                SET TBL-Enb-Idx  TO DT-Index
                MOVE DT-Suffix  TO TBL-Suffix(TBL-Sfx-Idx)
                MOVE DT-Enabled TO TBL-Enabled(TBL-Enb-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
095-Build-Path-Name.
*>------------------------------------------------
    SET TBL-Sfx-Idx TO TBL-Index.

    MOVE SPACE TO TBL-Path-Name(TBL-Index).
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-Sfx-Idx)) DELIMITED BY SIZE
      INTO TBL-Path-Name(TBL-Index)
    END-STRING.

*>------------------------------------------------
110-Open-Logs.
*>------------------------------------------------
*> Append to the shared main.log the same OPEN EXTEND
*> with fallback OPEN OUTPUT idiom PGM01 uses.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE CDT-Year    TO Date-YYYY OF WS-Log-Line.
    MOVE CDT-Month   TO Date-MM   OF WS-Log-Line.
    MOVE CDT-Day     TO Date-DD   OF WS-Log-Line.
    MOVE CDT-Hour    TO Time-HH   OF WS-Log-Line.
    MOVE CDT-Minutes TO Time-MM   OF WS-Log-Line.
    MOVE CDT-Seconds TO Time-SS   OF WS-Log-Line.
    MOVE CDT-Hundredths-Of-Secs
                     TO Time-HS   OF WS-Log-Line.
    MOVE WS-Pgm-ID   TO Pgm-ID    OF WS-Log-Line.
    MOVE WS-Run-ID   TO Log-Run-ID OF WS-Log-Line.
    MOVE WS-Run-ID   TO WS-Log-Struct-Run-ID.
    MOVE WS-Run-ID   TO WS-Error-Log-Run-ID.

    PERFORM 113-Compute-Log-Week-Fields.

    OPEN EXTEND Log-File.
    IF  WS-StatusLOG NOT = "00"
        OPEN OUTPUT Log-File
    END-IF.
    IF  WS-StatusLOG = "00"
        SET WS-Log-File-Open TO TRUE
    ELSE
        PERFORM 999-Status-Handler
    END-IF.

    OPEN EXTEND Error-Log-File.
    IF  WS-StatusERR NOT = "00"
        OPEN OUTPUT Error-Log-File
    END-IF.
    IF  WS-StatusERR = "00"
        SET WS-Error-Log-File-Open TO TRUE
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM59 run-plan forecast begin job"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
113-Compute-Log-Week-Fields.
*>------------------------------------------------
*> Same ISO week/day-of-week derivation as PGM00/
*> PGM01's paragraph of the same name.
*>------------------------------------------------
    MOVE CDT-Date TO WS-Business-Day-YMD.

    MOVE FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-Business-Day-YMD), 7)
      TO WS-Day-Of-Week.

    EVALUATE WS-Day-Of-Week
        WHEN 0  MOVE "SUN" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 1  MOVE "MON" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 2  MOVE "TUE" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 3  MOVE "WED" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 4  MOVE "THU" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 5  MOVE "FRI" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 6  MOVE "SAT" TO Log-Day-Of-Week OF WS-Log-Line
    END-EVALUATE.

    IF  WS-Day-Of-Week = 0
        MOVE 7 TO WS-ISO-Weekday
    ELSE
        MOVE WS-Day-Of-Week TO WS-ISO-Weekday
    END-IF.

    MOVE SPACE TO WS-Log-Jan1-YMD-X.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           "0101" DELIMITED BY SIZE
      INTO WS-Log-Jan1-YMD-X
    END-STRING.
    MOVE WS-Log-Jan1-YMD-X TO WS-Log-Jan1-YMD.

    COMPUTE WS-Log-Ordinal-Day =
        FUNCTION INTEGER-OF-DATE(WS-Business-Day-YMD)
      - FUNCTION INTEGER-OF-DATE(WS-Log-Jan1-YMD) + 1.

    COMPUTE WS-Log-ISO-Week =
        (WS-Log-Ordinal-Day - WS-ISO-Weekday + 10) / 7.

    IF  WS-Log-ISO-Week < 1
        MOVE 52 TO WS-Log-ISO-Week
    END-IF.
    IF  WS-Log-ISO-Week > 53
        MOVE 53 TO WS-Log-ISO-Week
    END-IF.

    MOVE WS-Log-ISO-Week TO Log-ISO-Week OF WS-Log-Line.

*>------------------------------------------------
120-Load-Duration-History.
*>------------------------------------------------
*> One pass of ./reports/run-durations.log keeping
*> the last 10 rows of every program that has any.
*> PGM00's own whole-run rows (no program) are not a
*> step timing and are passed over.
*>------------------------------------------------
    MOVE SPACE TO WS-Run-Duration-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/run-durations.log" DELIMITED BY SIZE
      INTO WS-Run-Duration-Path
    END-STRING.

    MOVE ZERO TO WS-Rph-Count
                 WS-Rph-Dropped.

    MOVE "N" TO WS-EOF-RDU.
    OPEN INPUT Run-Duration-File.
    IF  WS-StatusRDU = "00"
        PERFORM 121-Read-Duration-Row
          UNTIL Run-Duration-EOF
        CLOSE Run-Duration-File
    END-IF.

    IF  WS-Rph-Dropped > ZERO
        MOVE SPACE TO WS-MSG
        STRING "run plan: " DELIMITED BY SIZE
               WS-Rph-Dropped DELIMITED BY SIZE
               " duration row(s) past the 40-program history table"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
121-Read-Duration-Row.
*>------------------------------------------------
    READ Run-Duration-File
        AT END
            MOVE "Y" TO WS-EOF-RDU
        NOT AT END
            MOVE Run-Duration-Line TO WS-Run-Duration-Row
            IF  WS-Rdu-Program NOT = SPACE
            AND WS-Rdu-Elapsed IS NUMERIC
                MOVE WS-Rdu-Program TO WS-Rpl-Program
                PERFORM 122-Find-History-Program
                IF  WS-Rph-Hit = ZERO
                AND WS-Rph-Count < 40
                    ADD 1 TO WS-Rph-Count
                    MOVE WS-Rph-Count TO WS-Rph-Hit
                    MOVE WS-Rdu-Program TO WS-Rph-Program(WS-Rph-Hit)
                    MOVE ZERO TO WS-Rph-Rows(WS-Rph-Hit)
                    MOVE 1    TO WS-Rph-Next(WS-Rph-Hit)
                END-IF
                IF  WS-Rph-Hit = ZERO
                    ADD 1 TO WS-Rph-Dropped
                ELSE
                    PERFORM 123-Hold-Duration-Row
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
122-Find-History-Program.
*>------------------------------------------------
    MOVE ZERO TO WS-Rph-Hit.
    PERFORM 124-Match-One-Program
      VARYING WS-Rph-Idx FROM 1 BY 1
        UNTIL WS-Rph-Idx > WS-Rph-Count
           OR WS-Rph-Hit > ZERO.

*>------------------------------------------------
124-Match-One-Program.
*>------------------------------------------------
    IF  WS-Rph-Program(WS-Rph-Idx) = WS-Rpl-Program(1 : 8)
        SET WS-Rph-Hit TO WS-Rph-Idx
    END-IF.

*>------------------------------------------------
123-Hold-Duration-Row.
*>------------------------------------------------
*> Into the program's ring at its next slot; the count
*> stops at 10 once the ring is full.
*>------------------------------------------------
    MOVE WS-Rph-Next(WS-Rph-Hit) TO WS-Rph-Slot-Idx.
    MOVE WS-Rdu-Elapsed
      TO WS-Rph-Elapsed(WS-Rph-Hit, WS-Rph-Slot-Idx).
    IF  WS-Rdu-Files-X IS NUMERIC
        MOVE WS-Rdu-Files
          TO WS-Rph-Files(WS-Rph-Hit, WS-Rph-Slot-Idx)
    ELSE
        MOVE ZERO
          TO WS-Rph-Files(WS-Rph-Hit, WS-Rph-Slot-Idx)
    END-IF.

    IF  WS-Rph-Rows(WS-Rph-Hit) < 10
        ADD 1 TO WS-Rph-Rows(WS-Rph-Hit)
    END-IF.

    IF  WS-Rph-Slot-Idx = 10
        MOVE 1 TO WS-Rph-Next(WS-Rph-Hit)
    ELSE
        ADD 1 TO WS-Rph-Next(WS-Rph-Hit)
    END-IF.

*>------------------------------------------------
130-Set-Plan-Window.
*>------------------------------------------------
*> The batch window is schedule.cfg's CHAIN row.
*> Before tonight's window opens the plan is for
*> tonight; once it has opened, for tomorrow night.
*> With no CHAIN row there is no window to hold the
*> plan to - it is laid out from now and only
*> reported.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Rpl-Now-HHMM.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
      INTO WS-Rpl-Now-HHMM
    END-STRING.
    COMPUTE WS-Rpl-Now-Secs = CDT-Hour * 3600 + CDT-Minutes * 60.

    MOVE ZERO TO WS-Rpl-Chain-Hit.
    PERFORM 131-Find-Chain-Row
      VARYING WS-Sch-Idx FROM 1 BY 1
        UNTIL WS-Sch-Idx > WS-Sched-Count
           OR WS-Rpl-Chain-Hit > ZERO.

    MOVE "N" TO WS-Rpl-Window-Sw
                WS-Rpl-Wraps-Sw.
    MOVE CDT-Date TO WS-Rpl-Plan-Date.
    MOVE WS-Rpl-Now-Secs TO WS-Rpl-Window-From-Secs.
    MOVE ZERO TO WS-Rpl-Window-End-Secs.

    IF  WS-Rpl-Chain-Hit > ZERO
        MOVE WS-Sched-From(WS-Rpl-Chain-Hit) TO WS-Rpl-HHMM
        PERFORM 132-Convert-HHMM
        IF  WS-Rpl-HHMM-Secs NOT = 99999
            MOVE WS-Rpl-HHMM-Secs TO WS-Rpl-Window-From-Secs
            MOVE WS-Sched-To(WS-Rpl-Chain-Hit) TO WS-Rpl-HHMM
            PERFORM 132-Convert-HHMM
            IF  WS-Rpl-HHMM-Secs NOT = 99999
                MOVE "Y" TO WS-Rpl-Window-Sw
                MOVE WS-Rpl-HHMM-Secs TO WS-Rpl-Window-End-Secs
                IF  WS-Rpl-Window-End-Secs
                      NOT > WS-Rpl-Window-From-Secs
                    MOVE "Y" TO WS-Rpl-Wraps-Sw
                    ADD 86400 TO WS-Rpl-Window-End-Secs
                END-IF
            END-IF
        END-IF
    END-IF.

    IF  WS-Rpl-Have-Window
    AND WS-Rpl-Now-HHMM NOT < WS-Sched-From(WS-Rpl-Chain-Hit)
        COMPUTE WS-Rpl-Plan-Date
              = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-Rpl-Plan-Date) + 1)
    END-IF.

    IF  NOT WS-Rpl-Have-Window
        MOVE WS-Rpl-Now-Secs TO WS-Rpl-Window-From-Secs
    END-IF.

    MOVE WS-Rpl-Plan-Date(7 : 2) TO WS-Rpl-Plan-Day.

    MOVE SPACE TO WS-Run-Plan-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "run-plan-" DELIMITED BY SIZE
           WS-Rpl-Plan-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Run-Plan-Rpt-Path
    END-STRING.

*>------------------------------------------------
131-Find-Chain-Row.
*>------------------------------------------------
    IF  FUNCTION TRIM(WS-Sched-Name(WS-Sch-Idx)) = "CHAIN"
        SET WS-Rpl-Chain-Hit TO WS-Sch-Idx
    END-IF.

*>------------------------------------------------
132-Convert-HHMM.
*>------------------------------------------------
*> HHMM to seconds past midnight; 99999 when the
*> window time is not a clock time at all (PGM44's
*> schedule audit reports the row).
*>------------------------------------------------
    IF  WS-Rpl-HHMM IS NUMERIC
    AND WS-Rpl-HHMM-HH < 24
    AND WS-Rpl-HHMM-MM < 60
        COMPUTE WS-Rpl-HHMM-Secs
              = WS-Rpl-HHMM-HH * 3600 + WS-Rpl-HHMM-MM * 60
    ELSE
        MOVE 99999 TO WS-Rpl-HHMM-Secs
    END-IF.

*>------------------------------------------------
140-Count-Pending-Files.
*>------------------------------------------------
*> What is already waiting - every regular file under
*> ./Downloads, ./files/quarantine and ./files/incoming
*> in every company's tree - one find per directory,
*> the same find PGM00B's 040-Count-Pending-Files
*> stamps on the duration rows.
*>------------------------------------------------
    MOVE TBL-dir-downloads TO WS-Rpl-Count-Dir.
    PERFORM 141-Count-One-Dir.
    MOVE WS-Rpl-Pending-Dir TO WS-Rpl-Pending-Downloads.

    MOVE TBL-dir-quarantine TO WS-Rpl-Count-Dir.
    PERFORM 141-Count-One-Dir.
    MOVE WS-Rpl-Pending-Dir TO WS-Rpl-Pending-Quarantine.

    MOVE TBL-dir-files-incoming TO WS-Rpl-Count-Dir.
    PERFORM 141-Count-One-Dir.
    MOVE WS-Rpl-Pending-Dir TO WS-Rpl-Pending-Incoming.

*>------------------------------------------------
141-Count-One-Dir.
*>------------------------------------------------
    MOVE SPACE TO WS-Preflight-Cmd.
    STRING "find '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "' -type f -path '*/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(WS-Rpl-Count-Dir))
             DELIMITED BY SIZE
           "*' 2>/dev/null | wc -l > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Preflight-Path) DELIMITED BY SIZE
      INTO WS-Preflight-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Preflight-Cmd
    END-CALL.

    MOVE ZERO TO WS-Rpl-Pending-Dir.
    OPEN INPUT Preflight-File.
    IF  WS-StatusPFL = "00"
        READ Preflight-File
            AT END
                CONTINUE
            NOT AT END
                MOVE FUNCTION NUMVAL(Preflight-Line)
                  TO WS-Rpl-Pending-Dir
        END-READ
        CLOSE Preflight-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Preflight-Path
    END-CALL.

*>------------------------------------------------
150-Count-Expected-Arrivals.
*>------------------------------------------------
*> The next business date after the one the shop is
*> on (weekends and the holiday calendar skipped),
*> and one file for every expected-arrivals row due
*> on it - same D/W/M due rule as PGM01's 261-Check-
*> One-Expected.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpl-Expected-Count.

    MOVE WS-Biz-Date-Num TO WS-Sched-Walk-YMD.
    MOVE FUNCTION INTEGER-OF-DATE(WS-Biz-Date-Num)
      TO WS-Sched-Walk-Int.
    MOVE "N" TO WS-Sched-Walk-Biz-Sw.
    PERFORM 151-Walk-To-Next-Business-Day
      UNTIL WS-Sched-Walk-Biz-Sw = "Y".

    MOVE WS-Sched-Walk-YMD       TO WS-Rpl-Next-Biz-Date.
    MOVE WS-Sched-Walk-YMD(7 : 2) TO WS-Rpl-Next-Biz-Day.
    MOVE FUNCTION MOD
           (FUNCTION INTEGER-OF-DATE(WS-Rpl-Next-Biz-Date), 7)
      TO WS-Rpl-Next-Biz-Dow.

    PERFORM 152-Check-One-Expected
      VARYING WS-Exp-Idx FROM 1 BY 1
        UNTIL WS-Exp-Idx > WS-Expect-Count.

*>------------------------------------------------
151-Walk-To-Next-Business-Day.
*>------------------------------------------------
    ADD 1 TO WS-Sched-Walk-Int.
    MOVE FUNCTION DATE-OF-INTEGER(WS-Sched-Walk-Int)
      TO WS-Sched-Walk-YMD.
    PERFORM 312-Check-Walk-Business-Day.

*>------------------------------------------------
152-Check-One-Expected.
*>------------------------------------------------
    EVALUATE WS-Expect-Freq(WS-Exp-Idx)
        WHEN "D"
            ADD 1 TO WS-Rpl-Expected-Count
        WHEN "W"
            IF  WS-Expect-Day(WS-Exp-Idx) = WS-Rpl-Next-Biz-Dow
                ADD 1 TO WS-Rpl-Expected-Count
            END-IF
        WHEN "M"
            IF  WS-Expect-Day(WS-Exp-Idx) = WS-Rpl-Next-Biz-Day
                ADD 1 TO WS-Rpl-Expected-Count
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
200-Open-Plan-Report.
*>------------------------------------------------
*> The header says what the plan was built from, so a
*> surprising projection can be traced to its inputs.
*>------------------------------------------------
    MOVE WS-Run-Plan-Rpt-Path TO WS-Intake-Reg-Path.

    OPEN OUTPUT Intake-Reg-File.

    MOVE SPACE TO WS-Rpl-Rpt-Row.
    IF  WS-Rpl-Have-Window
        MOVE WS-Rpl-Window-From-Secs TO WS-Rpl-Fmt-Secs
        PERFORM 290-Format-Clock
        MOVE WS-Rpl-Fmt-Text TO WS-Rpl-Fmt-Text2
        MOVE WS-Rpl-Window-End-Secs TO WS-Rpl-Fmt-Secs
        PERFORM 290-Format-Clock
        STRING "RUN PLAN FOR THE NIGHT OF " DELIMITED BY SIZE
               WS-Rpl-Plan-Date DELIMITED BY SIZE
               " - BATCH WINDOW " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpl-Fmt-Text) DELIMITED BY SIZE
          INTO WS-Rpl-Rpt-Row
        END-STRING
    ELSE
        STRING "RUN PLAN FOR " DELIMITED BY SIZE
               WS-Rpl-Plan-Date DELIMITED BY SIZE
               " - NO VALID CHAIN ROW IN schedule.cfg, PLANNED FROM NOW"
                 DELIMITED BY SIZE
               " AND NOT HELD TO A WINDOW" DELIMITED BY SIZE
          INTO WS-Rpl-Rpt-Row
        END-STRING
    END-IF.
    MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE SPACE TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE WS-Rpl-Pending-Downloads  TO WS-Rpl-Count-Edit.
    MOVE WS-Rpl-Pending-Quarantine TO WS-Rpl-Count-Edit2.
    MOVE WS-Rpl-Pending-Incoming   TO WS-Rpl-Count-Edit3.
    MOVE SPACE TO WS-Rpl-Rpt-Row.
    STRING "files waiting now: Downloads " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
           ", quarantine " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit2) DELIMITED BY SIZE
           ", incoming " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit3) DELIMITED BY SIZE
      INTO WS-Rpl-Rpt-Row
    END-STRING.
    MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE WS-Rpl-Expected-Count TO WS-Rpl-Count-Edit.
    MOVE SPACE TO WS-Rpl-Rpt-Row.
    STRING "expected arrivals due for business date " DELIMITED BY SIZE
           WS-Rpl-Next-Biz-Date DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
      INTO WS-Rpl-Rpt-Row
    END-STRING.
    MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE WS-Rpl-Forecast-Files TO WS-Rpl-Count-Edit.
    MOVE SPACE TO WS-Rpl-Rpt-Row.
    STRING "forecast volume: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
           " file(s) - steps timed on a smaller average volume "
             DELIMITED BY SIZE
           "are scaled up to it" DELIMITED BY SIZE
      INTO WS-Rpl-Rpt-Row
    END-STRING.
    MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE WS-Jc-Parallel-Max TO WS-Rpl-Count-Edit.
    MOVE SPACE TO WS-Rpl-Rpt-Row.
    STRING "chain steps at once (PGM00_CHAIN_PARALLEL): "
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
           " - each step starts once its predecessors finish"
             DELIMITED BY SIZE
      INTO WS-Rpl-Rpt-Row
    END-STRING.
    MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE SPACE TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE SPACE TO Intake-Reg-Line.
    MOVE "SEQ"        TO Intake-Reg-Line(1:3).
    MOVE "PROGRAM"    TO Intake-Reg-Line(7:7).
    MOVE "START"      TO Intake-Reg-Line(19:5).
    MOVE "FINISH"     TO Intake-Reg-Line(31:6).
    MOVE "PROJ-SEC"   TO Intake-Reg-Line(42:8).
    MOVE "RUN"        TO Intake-Reg-Line(51:3).
    MOVE "AVG-SEC"    TO Intake-Reg-Line(56:7).
    MOVE "AVG-FILE"   TO Intake-Reg-Line(64:8).
    MOVE "NOTE"       TO Intake-Reg-Line(74:4).
    WRITE Intake-Reg-Line.

*>------------------------------------------------
205-Init-One-Slot.
*>------------------------------------------------
    MOVE WS-Rpl-Window-From-Secs
      TO WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-K).

*>------------------------------------------------
210-Plan-One-Step.
*>------------------------------------------------
*> One chain step, placed the way PGM00B's dispatcher
*> will run it: no earlier than the audit and every
*> predecessor it waits on have finished, and then in
*> whichever step slot comes free first - with
*> PGM00_CHAIN_PARALLEL at 1 that is simply the end of
*> the step above it.  A step skipped in job-chain.cfg
*> takes no time and no slot; one that can never
*> start is listed but not timed.
*>------------------------------------------------
    MOVE SPACE TO WS-Rpl-Detail-Row.
    MOVE WS-Jc-Seq(WS-Jc-Idx)     TO WS-Rpd-Seq.
    MOVE WS-Jc-Program(WS-Jc-Idx) TO WS-Rpd-Program.

    MOVE ZERO TO WS-Rpl-Step-End-Secs(WS-Jc-Idx).
    MOVE "N"  TO WS-Rpl-Step-Never(WS-Jc-Idx).

    PERFORM 211-Find-Ready-Time.

    EVALUATE TRUE
        WHEN WS-Rpl-Never-Starts
            MOVE "Y" TO WS-Rpl-Step-Never(WS-Jc-Idx)
            MOVE ZERO TO WS-Rpd-Proj
                         WS-Rpd-Runs
                         WS-Rpd-Avg
                         WS-Rpd-Avg-Files
            MOVE "NEVER STARTS - bad predecessor" TO WS-Rpd-Note
            MOVE WS-Rpl-Detail-Row TO Intake-Reg-Line
            WRITE Intake-Reg-Line

        WHEN WS-Jc-Skip(WS-Jc-Idx) = "Y"
            MOVE WS-Rpl-Ready-Secs
              TO WS-Rpl-Step-End-Secs(WS-Jc-Idx)
            MOVE ZERO TO WS-Rpd-Proj
                         WS-Rpd-Runs
                         WS-Rpd-Avg
                         WS-Rpd-Avg-Files
            MOVE "SKIPPED in job-chain.cfg" TO WS-Rpd-Note
            MOVE WS-Rpl-Detail-Row TO Intake-Reg-Line
            WRITE Intake-Reg-Line

        WHEN OTHER
            MOVE WS-Jc-Program(WS-Jc-Idx) TO WS-Rpl-Program
            PERFORM 220-Project-Program

            PERFORM 212-Take-Step-Slot
            IF  WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-Hit)
                  > WS-Rpl-Ready-Secs
                MOVE WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-Hit)
                  TO WS-Rpl-Clock-Secs
            ELSE
                MOVE WS-Rpl-Ready-Secs TO WS-Rpl-Clock-Secs
            END-IF

            PERFORM 230-Write-Plan-Line

            MOVE WS-Rpl-Clock-Secs
              TO WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-Hit)
                 WS-Rpl-Step-End-Secs(WS-Jc-Idx)
            IF  WS-Rpl-Clock-Secs > WS-Rpl-Chain-End-Secs
                MOVE WS-Rpl-Clock-Secs TO WS-Rpl-Chain-End-Secs
            END-IF
    END-EVALUATE.

*>------------------------------------------------
211-Find-Ready-Time.
*>------------------------------------------------
*> The latest projected finish over the audit (every
*> step's implicit first predecessor) and the step's
*> own resolved predecessors.  A predecessor PGM00B
*> could not resolve, or one that itself never
*> starts, means this step never starts either.
*>------------------------------------------------
    MOVE "N" TO WS-Rpl-Never-Sw.
    MOVE WS-Rpl-Window-From-Secs TO WS-Rpl-Ready-Secs.

    IF  WS-Jc-Idx > 1
        MOVE 1 TO WS-Jc-Work-Idx
        PERFORM 213-Judge-Pred-End

        PERFORM 214-Judge-One-Pred
          VARYING WS-Jc-Pred-K FROM 1 BY 1
            UNTIL WS-Jc-Pred-K > 4
    END-IF.

*>------------------------------------------------
212-Take-Step-Slot.
*>------------------------------------------------
*> The slot, of the PGM00_CHAIN_PARALLEL allowed,
*> that comes free first.
*>------------------------------------------------
    MOVE 1 TO WS-Rpl-Slot-Hit.

    PERFORM 215-Match-Earliest-Slot
      VARYING WS-Rpl-Slot-K FROM 2 BY 1
        UNTIL WS-Rpl-Slot-K > WS-Jc-Parallel-Max.

*>------------------------------------------------
213-Judge-Pred-End.
*>------------------------------------------------
    IF  WS-Rpl-Step-Never(WS-Jc-Work-Idx) = "Y"
        MOVE "Y" TO WS-Rpl-Never-Sw
    END-IF.

    IF  WS-Rpl-Step-End-Secs(WS-Jc-Work-Idx) > WS-Rpl-Ready-Secs
        MOVE WS-Rpl-Step-End-Secs(WS-Jc-Work-Idx)
          TO WS-Rpl-Ready-Secs
    END-IF.

*>------------------------------------------------
214-Judge-One-Pred.
*>------------------------------------------------
    IF  WS-Jc-Pred-Seq(WS-Jc-Idx, WS-Jc-Pred-K) NOT = SPACE
        IF  WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K) = ZERO
            MOVE "Y" TO WS-Rpl-Never-Sw
        ELSE
            MOVE WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K)
              TO WS-Jc-Work-Idx
            PERFORM 213-Judge-Pred-End
        END-IF
    END-IF.

*>------------------------------------------------
215-Match-Earliest-Slot.
*>------------------------------------------------
    IF  WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-K)
          < WS-Rpl-Slot-Free-Secs(WS-Rpl-Slot-Hit)
        MOVE WS-Rpl-Slot-K TO WS-Rpl-Slot-Hit
    END-IF.

*>------------------------------------------------
220-Project-Program.
*>------------------------------------------------
*> Average of the program's last (up to) 10 timings,
*> and of the file counts they ran against.  Tonight's
*> volume above that average scales the projection up
*> in proportion; a lighter night never scales it
*> down - the fixed cost of a step does not shrink.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpl-Proj-Secs
                 WS-Rpl-Runs
                 WS-Rpl-Sum-Secs
                 WS-Rpl-Sum-Files
                 WS-Rpl-Avg-Secs
                 WS-Rpl-Avg-Files.
    MOVE SPACE TO WS-Rpl-Note.

    PERFORM 122-Find-History-Program.

    IF  WS-Rph-Hit = ZERO
        ADD 1 TO WS-Rpl-No-History-Count
        MOVE "NO HISTORY - not timed yet" TO WS-Rpl-Note
    ELSE
        MOVE WS-Rph-Rows(WS-Rph-Hit) TO WS-Rpl-Runs
        PERFORM 221-Add-One-History-Slot
          VARYING WS-Rph-Slot-Idx FROM 1 BY 1
            UNTIL WS-Rph-Slot-Idx > WS-Rpl-Runs

        COMPUTE WS-Rpl-Avg-Secs ROUNDED
              = WS-Rpl-Sum-Secs / WS-Rpl-Runs
        COMPUTE WS-Rpl-Avg-Files ROUNDED
              = WS-Rpl-Sum-Files / WS-Rpl-Runs
        MOVE WS-Rpl-Avg-Secs TO WS-Rpl-Proj-Secs

        IF  WS-Rpl-Avg-Files > ZERO
        AND WS-Rpl-Forecast-Files > WS-Rpl-Avg-Files
            COMPUTE WS-Rpl-Proj-Secs ROUNDED
                  = WS-Rpl-Avg-Secs * WS-Rpl-Forecast-Files
                  / WS-Rpl-Avg-Files
              ON SIZE ERROR
                  MOVE 999999 TO WS-Rpl-Proj-Secs
            END-COMPUTE
            MOVE "scaled up for volume" TO WS-Rpl-Note
        END-IF
    END-IF.

*>------------------------------------------------
221-Add-One-History-Slot.
*>------------------------------------------------
    ADD WS-Rph-Elapsed(WS-Rph-Hit, WS-Rph-Slot-Idx)
      TO WS-Rpl-Sum-Secs.
    ADD WS-Rph-Files(WS-Rph-Hit, WS-Rph-Slot-Idx)
      TO WS-Rpl-Sum-Files.

*>------------------------------------------------
230-Write-Plan-Line.
*>------------------------------------------------
*> Start the step at the plan clock, advance the clock
*> by the projection and write the step's line -
*> WS-Rpd-Seq and WS-Rpd-Program are already in the
*> row.
*>------------------------------------------------
    MOVE WS-Rpl-Clock-Secs TO WS-Rpl-Step-Start-Secs.
    ADD WS-Rpl-Proj-Secs TO WS-Rpl-Clock-Secs
      ON SIZE ERROR
          MOVE 9999999 TO WS-Rpl-Clock-Secs
    END-ADD.
    ADD 1 TO WS-Rpl-Step-Count.

    MOVE WS-Rpl-Step-Start-Secs TO WS-Rpl-Fmt-Secs.
    PERFORM 290-Format-Clock.
    MOVE WS-Rpl-Fmt-Text TO WS-Rpd-Start.

    MOVE WS-Rpl-Clock-Secs TO WS-Rpl-Fmt-Secs.
    PERFORM 290-Format-Clock.
    MOVE WS-Rpl-Fmt-Text TO WS-Rpd-Finish.

    MOVE WS-Rpl-Proj-Secs  TO WS-Rpd-Proj.
    MOVE WS-Rpl-Runs       TO WS-Rpd-Runs.
    MOVE WS-Rpl-Avg-Secs   TO WS-Rpd-Avg.
    MOVE WS-Rpl-Avg-Files  TO WS-Rpd-Avg-Files.
    MOVE WS-Rpl-Note       TO WS-Rpd-Note.

    MOVE WS-Rpl-Detail-Row TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

*>------------------------------------------------
290-Format-Clock.
*>------------------------------------------------
*> Seconds past midnight of the plan date to HH:MM,
*> with +n for each midnight the plan has crossed.
*>------------------------------------------------
    DIVIDE WS-Rpl-Fmt-Secs BY 86400
      GIVING WS-Rpl-Fmt-Day
      REMAINDER WS-Rpl-Fmt-Rem
    END-DIVIDE.
    COMPUTE WS-Rpl-Fmt-HH = WS-Rpl-Fmt-Rem / 3600.
    COMPUTE WS-Rpl-Fmt-MM
          = (WS-Rpl-Fmt-Rem - WS-Rpl-Fmt-HH * 3600) / 60.

    MOVE SPACE TO WS-Rpl-Fmt-Text.
    IF  WS-Rpl-Fmt-Day = ZERO
        STRING WS-Rpl-Fmt-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-Rpl-Fmt-MM DELIMITED BY SIZE
          INTO WS-Rpl-Fmt-Text
        END-STRING
    ELSE
        MOVE WS-Rpl-Fmt-Day TO WS-Rpl-Fmt-Day-Edit
        STRING WS-Rpl-Fmt-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-Rpl-Fmt-MM DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpl-Fmt-Day-Edit) DELIMITED BY SIZE
          INTO WS-Rpl-Fmt-Text
        END-STRING
    END-IF.

*>------------------------------------------------
300-Plan-Period-Jobs.
*>------------------------------------------------
*> Period jobs PGM33 will fire inside the batch window
*> share the night with the chain - planned after it,
*> in schedule.cfg order.  PGM33 fires a job on its
*> first pass once the job's own window opens, so a
*> job belongs to the night when its window opens
*> inside the batch window: pass 1 is the plan date
*> from the batch window's opening on; for a window
*> running past midnight, pass 2 is the morning after
*> up to the batch window's close.
*>------------------------------------------------
    MOVE 1 TO WS-Rpl-Pass-No.
    MOVE WS-Rpl-Plan-Date TO WS-Sched-Today-YMD.
    PERFORM 301-Plan-One-Period-Job
      VARYING WS-Sch-Idx FROM 1 BY 1
        UNTIL WS-Sch-Idx > WS-Sched-Count.

    IF  WS-Rpl-Window-Wraps
        MOVE 2 TO WS-Rpl-Pass-No
        COMPUTE WS-Sched-Today-YMD
              = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-Rpl-Plan-Date) + 1)
        PERFORM 301-Plan-One-Period-Job
          VARYING WS-Sch-Idx FROM 1 BY 1
            UNTIL WS-Sch-Idx > WS-Sched-Count
    END-IF.

*>------------------------------------------------
301-Plan-One-Period-Job.
*>------------------------------------------------
    MOVE "N" TO WS-Rpl-Pass-Sw.

    IF  FUNCTION TRIM(WS-Sched-Name(WS-Sch-Idx)) NOT = "CHAIN"
        MOVE WS-Sched-Today-YMD(7 : 2) TO WS-Rpl-Plan-Day
        PERFORM 310-Check-Entry-Due
        IF  WS-Sched-Is-Due
            EVALUATE TRUE
                WHEN NOT WS-Rpl-Have-Window
                    IF  WS-Sched-From(WS-Sch-Idx) NOT < WS-Rpl-Now-HHMM
                        MOVE "Y" TO WS-Rpl-Pass-Sw
                    END-IF
                WHEN WS-Rpl-Pass-No = 1
                    IF  WS-Sched-From(WS-Sch-Idx)
                          NOT < WS-Sched-From(WS-Rpl-Chain-Hit)
                    AND (WS-Rpl-Window-Wraps
                     OR  WS-Sched-From(WS-Sch-Idx)
                           NOT > WS-Sched-To(WS-Rpl-Chain-Hit))
                        MOVE "Y" TO WS-Rpl-Pass-Sw
                    END-IF
                WHEN OTHER
                    IF  WS-Sched-From(WS-Sch-Idx)
                          NOT > WS-Sched-To(WS-Rpl-Chain-Hit)
                        MOVE "Y" TO WS-Rpl-Pass-Sw
                    END-IF
            END-EVALUATE
        END-IF
    END-IF.

    IF  WS-Rpl-In-Window
        ADD 1 TO WS-Rpl-Period-Count
        MOVE SPACE TO WS-Rpl-Detail-Row
        MOVE "P"   TO WS-Rpd-Seq
        MOVE WS-Sched-Name(WS-Sch-Idx) TO WS-Rpd-Program
        MOVE WS-Sched-Name(WS-Sch-Idx) TO WS-Rpl-Program
        PERFORM 220-Project-Program
        IF  WS-Rpl-Note = SPACE
            MOVE "period job (schedule.cfg)" TO WS-Rpl-Note
        END-IF
        PERFORM 230-Write-Plan-Line
    END-IF.

*>------------------------------------------------
310-Check-Entry-Due.
*>------------------------------------------------
*> Same due test as PGM33's 210-Check-Entry-Due, taken
*> against WS-Sched-Today-YMD as the night being
*> planned rather than the wall-clock date.
*>------------------------------------------------
    MOVE "N" TO WS-Sched-Due-Sw.

    MOVE FUNCTION MOD
           (FUNCTION INTEGER-OF-DATE(WS-Sched-Today-YMD), 7)
      TO WS-Sched-Walk-Dow.

    EVALUATE WS-Sched-Freq(WS-Sch-Idx)
        WHEN "D"
            MOVE "Y" TO WS-Sched-Due-Sw
        WHEN "W"
            IF  WS-Sched-Day(WS-Sch-Idx) = WS-Sched-Walk-Dow
                MOVE "Y" TO WS-Sched-Due-Sw
            END-IF
        WHEN "M"
            IF  WS-Sched-Day(WS-Sch-Idx) = WS-Rpl-Plan-Day
                MOVE "Y" TO WS-Sched-Due-Sw
            END-IF
        WHEN "L"
            PERFORM 311-Check-Last-Business-Day
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
311-Check-Last-Business-Day.
*>------------------------------------------------
*> Same walk as PGM33's 211-Check-Last-Business-Day.
*>------------------------------------------------
    MOVE WS-Sched-Today-YMD TO WS-Sched-Walk-YMD.
    PERFORM 312-Check-Walk-Business-Day.
    IF  WS-Sched-Walk-Biz-Sw NOT = "Y"
        CONTINUE
    ELSE
        MOVE "N" TO WS-Sched-Later-Biz-Sw
        MOVE FUNCTION INTEGER-OF-DATE(WS-Sched-Today-YMD)
          TO WS-Sched-Walk-Int

        PERFORM 313-Walk-One-Later-Day
          UNTIL WS-Sched-Later-Biz-Sw = "Y"
             OR WS-Sched-Walk-YMD(5 : 2)
                  NOT = WS-Sched-Today-YMD(5 : 2)

        IF  WS-Sched-Later-Biz-Sw NOT = "Y"
            MOVE "Y" TO WS-Sched-Due-Sw
        END-IF
    END-IF.

*>------------------------------------------------
312-Check-Walk-Business-Day.
*>------------------------------------------------
*> Weekend + holiday-table test for WS-Sched-Walk-YMD,
*> same rule as PGM33's 212-Check-Walk-Business-Day.
*>------------------------------------------------
    MOVE "Y" TO WS-Sched-Walk-Biz-Sw.

    MOVE FUNCTION MOD
           (FUNCTION INTEGER-OF-DATE(WS-Sched-Walk-YMD), 7)
      TO WS-Sched-Walk-Dow.
    IF  WS-Sched-Walk-Dow = 0 OR WS-Sched-Walk-Dow = 6
        MOVE "N" TO WS-Sched-Walk-Biz-Sw
    ELSE
        PERFORM 314-Check-Walk-Holiday
          VARYING TBL-Holiday-Idx FROM 1 BY 1
            UNTIL TBL-Holiday-Idx > TBL-Holiday-Nbr-Elements
    END-IF.

*>------------------------------------------------
313-Walk-One-Later-Day.
*>------------------------------------------------
    ADD 1 TO WS-Sched-Walk-Int.
    MOVE FUNCTION DATE-OF-INTEGER(WS-Sched-Walk-Int)
      TO WS-Sched-Walk-YMD.

    IF  WS-Sched-Walk-YMD(5 : 2) = WS-Sched-Today-YMD(5 : 2)
        PERFORM 312-Check-Walk-Business-Day
        IF  WS-Sched-Walk-Biz-Sw = "Y"
            MOVE "Y" TO WS-Sched-Later-Biz-Sw
        END-IF
    END-IF.

*>------------------------------------------------
314-Check-Walk-Holiday.
*>------------------------------------------------
    IF  TBL-Holiday-Date(TBL-Holiday-Idx) = WS-Sched-Walk-YMD
        MOVE "N" TO WS-Sched-Walk-Biz-Sw
    END-IF.

*>------------------------------------------------
400-Judge-Window.
*>------------------------------------------------
*> The projected finish against the window end.  Past
*> it is a WARNING structured line and an alerts.queue
*> row while there is still an evening to act in;
*> inside it, the report says how much room is left.
*> Steps with no history are counted on the report -
*> an unknown step is room the plan cannot promise.
*>------------------------------------------------
    MOVE "N" TO WS-Rpl-Overrun-Sw.

    MOVE SPACE TO Intake-Reg-Line.
    WRITE Intake-Reg-Line.

    MOVE WS-Rpl-Clock-Secs TO WS-Rpl-Fmt-Secs.
    PERFORM 290-Format-Clock.
    MOVE WS-Rpl-Fmt-Text TO WS-Rpl-Fmt-Text2.

    IF  NOT WS-Rpl-Have-Window
        MOVE SPACE TO WS-Rpl-Rpt-Row
        STRING "PROJECTED FINISH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
               " - no batch window to check it against"
                 DELIMITED BY SIZE
          INTO WS-Rpl-Rpt-Row
        END-STRING
        MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line
        WRITE Intake-Reg-Line
    ELSE
        MOVE WS-Rpl-Window-End-Secs TO WS-Rpl-Fmt-Secs
        PERFORM 290-Format-Clock

        COMPUTE WS-Rpl-Overrun-Secs
              = WS-Rpl-Clock-Secs - WS-Rpl-Window-End-Secs

        IF  WS-Rpl-Overrun-Secs > ZERO
            MOVE "Y" TO WS-Rpl-Overrun-Sw
            COMPUTE WS-Rpl-Overrun-Mins
                  = (WS-Rpl-Overrun-Secs + 59) / 60
            MOVE WS-Rpl-Overrun-Mins TO WS-Rpl-Count-Edit

            MOVE SPACE TO WS-Rpl-Rpt-Row
            STRING "PROJECTED FINISH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
                   " OVERRUNS THE WINDOW END " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
                   " MIN - add intake workers or move a period job"
                     DELIMITED BY SIZE
              INTO WS-Rpl-Rpt-Row
            END-STRING
            MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line
            WRITE Intake-Reg-Line

            MOVE SPACE TO WS-MSG
            STRING "run plan: projected finish " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
                   " past window end " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING

            SET WS-Log-Sev-Warning TO TRUE
            MOVE "400-JUDGE-WINDOW" TO WS-Log-Source-Para
            MOVE 9148 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            IF  WS-Log-File-Open
                PERFORM 911-Write-Log-Struct-Line
            END-IF

            PERFORM 410-Raise-Overrun-Alert
        ELSE
            COMPUTE WS-Rpl-Overrun-Mins
                  = (ZERO - WS-Rpl-Overrun-Secs) / 60
            MOVE WS-Rpl-Overrun-Mins TO WS-Rpl-Count-Edit

            MOVE SPACE TO WS-Rpl-Rpt-Row
            STRING "PROJECTED FINISH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
                   " - inside the window end " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text) DELIMITED BY SIZE
                   " with " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
                   " min to spare" DELIMITED BY SIZE
              INTO WS-Rpl-Rpt-Row
            END-STRING
            MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line
            WRITE Intake-Reg-Line

            MOVE SPACE TO WS-MSG
            STRING "run plan: projected finish " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text2) DELIMITED BY SIZE
                   " inside window end " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rpl-Fmt-Text) DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            IF  WS-Log-File-Open
                PERFORM 910-Write-Log-Line
            END-IF
        END-IF
    END-IF.

    IF  WS-Rpl-No-History-Count > ZERO
        MOVE WS-Rpl-No-History-Count TO WS-Rpl-Count-Edit
        MOVE SPACE TO WS-Rpl-Rpt-Row
        STRING FUNCTION TRIM(WS-Rpl-Count-Edit) DELIMITED BY SIZE
               " step(s) with no timing history are planned at zero"
                 DELIMITED BY SIZE
               " - the finish is a lower bound" DELIMITED BY SIZE
          INTO WS-Rpl-Rpt-Row
        END-STRING
        MOVE WS-Rpl-Rpt-Row TO Intake-Reg-Line
        WRITE Intake-Reg-Line
    END-IF.

*>------------------------------------------------
410-Raise-Overrun-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row PGM39's 280-Raise-
*> Journal-Alert drops - not one company's alert, so
*> the company is left blank.
*>------------------------------------------------
    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Row.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Date
    END-STRING.
    STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE WS-Log-Event-Code TO WS-Alert-Event-Code.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
    END-IF.
    IF  WS-StatusALQ = "00"
        WRITE Alert-Queue-Line
          FROM WS-Alert-Queue-Row
        END-WRITE
        CLOSE Alert-Queue-File
    END-IF.

*>------------------------------------------------
910-Write-Log-Line.
*>------------------------------------------------
*> single WRITE choke point for Log-File so every
*> WRITE's file status gets looked at.
*>------------------------------------------------
    WRITE Log-File-Printline
      FROM WS-Log-Line
      AFTER ADVANCING 1
    END-WRITE.

    IF  WS-StatusLOG NOT = "00"
        PERFORM 999-Status-Handler
    END-IF.

*>------------------------------------------------
911-Write-Log-Struct-Line.
*>------------------------------------------------
*> WRITE choke point for the fixed-width severity /
*> source-paragraph / event-code record, mirroring
*> PGM00's own 911-Write-Log-Struct-Line.
*>------------------------------------------------
    WRITE Log-File-Structured
      FROM WS-Log-Struct-Line
      AFTER ADVANCING 1
    END-WRITE.

    IF  WS-StatusLOG NOT = "00"
        PERFORM 999-Status-Handler
    END-IF.

    IF  WS-Error-Log-File-Open
    AND (WS-Log-Sev-Warning OR WS-Log-Sev-Error)
        PERFORM 912-Write-Error-Log-Line
    END-IF.

*>------------------------------------------------
912-Write-Error-Log-Line.
*>------------------------------------------------
*> Duplicates a WARNING/ERROR-severity structured
*> line onto ./logs/error.log, same field build as
*> PGM00's own 912-Write-Error-Log-Line.
*>------------------------------------------------
    MOVE SPACE TO WS-Error-Log-Row.

    STRING Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           ":"                      DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           ":"                      DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Error-Log-Stamp
    END-STRING.

    MOVE WS-Log-Severity    TO WS-Error-Log-Sev.
    MOVE WS-Log-Source-Para TO WS-Error-Log-Source-Para.
    MOVE WS-Log-Event-Code  TO WS-Error-Log-Event-Code.
    MOVE WS-Log-Struct-Text TO WS-Error-Log-Text.

    WRITE Error-Log-Printline
      FROM WS-Error-Log-Row
      AFTER ADVANCING 1
    END-WRITE.

*>------------------------------------------------
940-Register-Report.
*>------------------------------------------------
*> One catalog row per produced report - appended at
*> the BASE ./reports so PGM34's viewer and PGM06's
*> retention see every report in one place.
*>------------------------------------------------
    MOVE SPACE TO WS-Report-Catalog-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/report-catalog.log" DELIMITED BY SIZE
      INTO WS-Report-Catalog-Path
    END-STRING.

    OPEN EXTEND Report-Catalog-File.
    IF  WS-StatusCAT NOT = "00"
        OPEN OUTPUT Report-Catalog-File
    END-IF.
    IF  WS-StatusCAT = "00"
        MOVE SPACE TO Report-Catalog-Line
        MOVE WS-Cat-Type    TO CT-Type
        MOVE WS-Cat-Date    TO CT-Date
        MOVE WS-Cat-Company TO CT-Company
        MOVE WS-Cat-Rows    TO CT-Rows
        MOVE WS-Cat-Path    TO CT-Path
        WRITE Report-Catalog-Line
        CLOSE Report-Catalog-File
    END-IF.

*>------------------------------------------------
999-Status-Handler.
*>------------------------------------------------
COPY "./copybooks/FileStat-Msgs.cpy".

END PROGRAM PGM59.
