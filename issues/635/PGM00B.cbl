*> Standalone batch entry point driving the nightly
*> chain from a job-chain control table instead of
*> hard-coded CALLs.  ./reports/job-chain.cfg defines
*> the steps (program, continue-on-warning flag,
*> skip flag, predecessors); ./logs/job-chain.state
*> records each step's outcome as it happens, so a
*> rerun after a failed step resumes from that step
*> instead of redoing completed work, and new
*> programs join the window by editing data rather
*> than this source.
*> With no config file, the compiled default chain
*> (PGM00, PGM01, PGM03, PGM05, PGM06) runs.
*> A job-chain.cfg row may name up to four
*> predecessor steps; a row naming none waits on the
*> row above it, as every chain always did.  Each
*> step starts once its predecessors have finished,
*> up to PGM00_CHAIN_PARALLEL steps at a time
*> (default 1: each CALLed in-process in turn; above
*> 1 as ./pgm00s background step runners); a
*> failed step blocks only its own dependents (BLKD)
*> while every other branch runs on.  job-chain.state
*> stamps each step's start and end alongside its
*> outcome.
*> Every chain opens with PGM44's configuration
*> audit as step 00: a hard configuration error stops
*> the chain before anything is processed, warnings
*> run on (a job-chain.cfg PGM44 row only changes the
*> audit's own flags).
*> Each step CALLed is timed onto ./reports/run-
*> durations.log under its program name, with the
*> count of files waiting in ./Downloads, quarantine
*> and ./files/incoming when the chain started - the
*> history PGM59's run-plan forecast projects from.
*> Invoked with CANARY on the command line, a marked
*> synthetic file is dropped into ./Downloads first
*> and, after the chain, its full traversal is
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Worker-RC-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Run-Duration-Select.cpy".
COPY "./copybooks/Preflight-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Worker-RC-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Run-Duration-FD.cpy".
COPY "./copybooks/Preflight-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Worker-RC-WS.cpy".

COPY "./copybooks/Run-Duration-WS.cpy".

*> the Preflight-File scratch carries the pending-file
*> count back from 040-Count-Pending-Files' shell line.
COPY "./copybooks/Preflight-WS.cpy".

01  WS-Jcb-Pending-Files         PIC 9(07) VALUE ZERO.

*> dependency dispatcher work fields - see 100-
*> Dispatch-Pass.  A background step runner's launch
*> line carries the root path, run ID, program name
*> and two logs paths - well inside 600 bytes.
01  WS-Jcb-Parallel-Raw          PIC X(10) VALUE SPACE.
01  WS-Jcb-Now-Stamp             PIC X(14) VALUE SPACE.
01  WS-Jcb-Step-Nbr              PIC 9(02) VALUE ZERO.
01  WS-Jcb-Launch-Cmd            PIC X(600) VALUE SPACE.
01  WS-Jcb-Sleep-Cmd             PIC X(10) VALUE "sleep 1".
01  WS-Jcb-Return-Edit           PIC Z(9)9.
01  WS-Jcb-Blocked-Sw            PIC X(01) VALUE "N".
    88  WS-Jcb-Any-Blocked       VALUE "Y".

*> parallel-intake coordinator state - WORKERS n on the
*> command line makes the chain's PGM01 step launch n
*> cooperating worker processes (./pgm01w) instead of

    PERFORM 030-Load-Prior-State.

    PERFORM 040-Count-Pending-Files.

    PERFORM 050-Init-Dispatcher.

    PERFORM 100-Dispatch-Pass
      UNTIL WS-Jc-Chain-Stopped.

    PERFORM 190-Set-Chain-Return.

    IF  WS-Canary-Mode
        PERFORM 300-Run-Canary-Checks
330-Clean-Canary-Up.
*>------------------------------------------------
*> Remove any copy of the canary wherever it ended up
*> - done, staging (sealed or not), every lifecycle
*> stage including processing, rejects, Downloads -
*> so no synthetic file outlives its verification run
*> (a canary left in processing would be re-indexed by
*> the next run's orphan sweep after its index row is
*> already gone).
*>------------------------------------------------
    MOVE SPACE TO WS-Canary-Cmd.
    STRING "rm -f " DELIMITED BY SIZE
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Canary-Name) DELIMITED BY SIZE
           "' '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-staging))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Canary-Name) DELIMITED BY SIZE
           ".pgp' '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-incoming))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Canary-Name) DELIMITED BY SIZE
*> exists; otherwise prime the compiled default chain
*> - PGM00 -> PGM01 -> PGM03 -> PGM05 -> PGM06 in
*> order, stop-on-anything-nonzero, same as the old
*> hard-coded CALLs behaved.  Either way PGM44's
*> configuration audit is entry 1, step 00, run on
*> past warnings.
*>------------------------------------------------
    INITIALIZE WS-Jc-Table.
    MOVE 1       TO WS-Jc-Count.
    MOVE ZERO    TO WS-Jc-Cfg-Rows.
    MOVE 00      TO WS-Jc-Seq(1).
    MOVE "PGM44" TO WS-Jc-Program(1).
    MOVE "Y"     TO WS-Jc-Cont-On-Warn(1).
    MOVE "N"     TO WS-Jc-Skip(1).

    MOVE "N" TO WS-EOF-JCC.
    OPEN INPUT Job-Chain-File.
        CLOSE Job-Chain-File
    END-IF.

    IF  WS-Jc-Cfg-Rows = ZERO
        MOVE 6 TO WS-Jc-Count

        MOVE 01      TO WS-Jc-Seq(2)
        MOVE "PGM00" TO WS-Jc-Program(2)
        MOVE "N"     TO WS-Jc-Cont-On-Warn(2)
        MOVE "N"     TO WS-Jc-Skip(2)

        MOVE 02      TO WS-Jc-Seq(3)
        MOVE "PGM01" TO WS-Jc-Program(3)
        MOVE "N"     TO WS-Jc-Cont-On-Warn(3)
        MOVE "N"     TO WS-Jc-Skip(3)

        MOVE 03      TO WS-Jc-Seq(4)
        MOVE "PGM03" TO WS-Jc-Program(4)
        MOVE "N"     TO WS-Jc-Cont-On-Warn(4)
        MOVE "N"     TO WS-Jc-Skip(4)

        MOVE 04      TO WS-Jc-Seq(5)
        MOVE "PGM05" TO WS-Jc-Program(5)
        MOVE "N"     TO WS-Jc-Cont-On-Warn(5)
        MOVE "N"     TO WS-Jc-Skip(5)

        MOVE 05      TO WS-Jc-Seq(6)
        MOVE "PGM06" TO WS-Jc-Program(6)
        MOVE "N"     TO WS-Jc-Cont-On-Warn(6)
        MOVE "N"     TO WS-Jc-Skip(6)
    END-IF.

    PERFORM 022-Init-Step-State
      VARYING WS-Jc-Idx FROM 1 BY 1
        UNTIL WS-Jc-Idx > WS-Jc-Count.

    PERFORM 023-Resolve-Preds
      VARYING WS-Jc-Idx FROM 2 BY 1
        UNTIL WS-Jc-Idx > WS-Jc-Count.

*>------------------------------------------------
021-Read-Chain-Row.
*>------------------------------------------------
        AT END
            MOVE "Y" TO WS-EOF-JCC
        NOT AT END
            EVALUATE TRUE
                WHEN JC-Program = SPACE
                    CONTINUE
*>              the audit is always entry 1 - a row
*>              naming it only resets its flags.
                WHEN FUNCTION TRIM(JC-Program) = "PGM44"
                    MOVE JC-Seq     TO WS-Jc-Seq(1)
                    MOVE JC-Cont-On-Warn
                                    TO WS-Jc-Cont-On-Warn(1)
                    MOVE JC-Skip    TO WS-Jc-Skip(1)
                WHEN WS-Jc-Count < 16
                    ADD 1 TO WS-Jc-Cfg-Rows
                    ADD 1 TO WS-Jc-Count
                    SET WS-Jc-Idx TO WS-Jc-Count
                    MOVE JC-Seq     TO WS-Jc-Seq(WS-Jc-Idx)
                    MOVE JC-Cont-On-Warn
                                    TO WS-Jc-Cont-On-Warn(WS-Jc-Idx)
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
*>                  a silently shortened chain is the
*>                  worst failure mode a scheduler can
*>                  have - say so out loud, every run,
*>                  until someone trims the file or
*>                  raises the table.
                    ADD 1 TO WS-Jc-Cfg-Rows
                    DISPLAY WS-Pgm-ID " chain table full - "
                            "job-chain.cfg row for "
                            FUNCTION TRIM(JC-Program)
                            " DROPPED" UPON CONSOLE
            END-EVALUATE
    END-READ.

*>------------------------------------------------
*>------------------------------------------------
    MOVE "PEND" TO WS-Jc-Status(WS-Jc-Idx).
    MOVE ZERO   TO WS-Jc-Return(WS-Jc-Idx).
    MOVE SPACE  TO WS-Jc-Start-Stamp(WS-Jc-Idx)
                   WS-Jc-End-Stamp(WS-Jc-Idx).

*>------------------------------------------------
023-Resolve-Preds.
*>------------------------------------------------
*> Turn the step's predecessor numbers into chain
*> table positions, searching only the steps above
*> it - so no chain can wait on itself in a loop.  A
*> step naming none waits on the step above it, the
*> strict order every chain had before predecessors
*> could be declared.
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

        IF  WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K) = ZERO
            DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
                    FUNCTION TRIM(WS-Jc-Program(WS-Jc-Idx))
                    " waits on step "
                    WS-Jc-Pred-Seq(WS-Jc-Idx, WS-Jc-Pred-K)
                    ", not listed above it - it will not run"
                    UPON CONSOLE
        END-IF
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
030-Load-Prior-State.
*>------------------------------------------------
*> A FAIL, BLKD or RUN row in the last run's state
*> file (RUN: the chain itself died with that step in
*> flight) turns this run into a resume: steps that
*> already finished OK are skipped, every other step
*> runs normally.  A state file with none of those
*> (clean run or first ever) changes nothing.
*>------------------------------------------------
    MOVE ZERO TO WS-Jc-Prior-Count.
    MOVE "N"  TO WS-Jc-Resume-Sw.
                ADD 1 TO WS-Jc-Prior-Count
                MOVE JCS-Seq
                  TO WS-Jc-Prior-Seq(WS-Jc-Prior-Count)
                MOVE JCS-Program
                  TO WS-Jc-Prior-Program(WS-Jc-Prior-Count)
                MOVE JCS-Status
                  TO WS-Jc-Prior-Status(WS-Jc-Prior-Count)
                MOVE JCS-Start-Stamp
                  TO WS-Jc-Prior-Start(WS-Jc-Prior-Count)
                MOVE JCS-End-Stamp
                  TO WS-Jc-Prior-End(WS-Jc-Prior-Count)
                IF  JCS-Status = "FAIL"
                OR  JCS-Status = "BLKD"
                OR  JCS-Status = "RUN"
                    MOVE "Y" TO WS-Jc-Resume-Sw
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
040-Count-Pending-Files.
*>------------------------------------------------
*> How many files the chain is about to work - every
*> regular file under ./Downloads, ./files/quarantine
*> and ./files/incoming, every company's tree included
*> - counted with one find through the shell and read
*> back through the same scratch file the storage
*> preflight uses.  Stamped on each step's duration
*> row so the forecast can scale by volume.
*>------------------------------------------------
    PERFORM 011-Build-Dir-Paths.

    MOVE SPACE TO WS-Preflight-Cmd.
    STRING "find '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Jcb-Root-Path) DELIMITED BY SIZE
           "' -type f \( -path '*/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-dir-downloads))
             DELIMITED BY SIZE
           "*' -o -path '*/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-dir-quarantine))
             DELIMITED BY SIZE
           "*' -o -path '*/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-dir-files-incoming))
             DELIMITED BY SIZE
           "*' \) 2>/dev/null | wc -l > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Preflight-Path) DELIMITED BY SIZE
      INTO WS-Preflight-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Preflight-Cmd
    END-CALL.

    MOVE ZERO TO WS-Jcb-Pending-Files.
    OPEN INPUT Preflight-File.
    IF  WS-StatusPFL = "00"
        READ Preflight-File
            AT END
                CONTINUE
            NOT AT END
                MOVE FUNCTION NUMVAL(Preflight-Line)
                  TO WS-Jcb-Pending-Files
        END-READ
        CLOSE Preflight-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Preflight-Path
    END-CALL.

    DISPLAY WS-Pgm-ID " " WS-Jcb-Pending-Files
            " file(s) pending at chain start" UPON CONSOLE.

*>------------------------------------------------
050-Init-Dispatcher.
*>------------------------------------------------
*> How many steps may run at once - PGM00_CHAIN_
*> PARALLEL, 1 to 9.  Left at 1 every step is CALLed
*> in-process one after another, exactly as before;
*> above 1, independent branches run side by side as
*> background step runners.
*>------------------------------------------------
    MOVE 1    TO WS-Jc-Parallel-Max.
    MOVE ZERO TO WS-Jc-Running.
    MOVE "N"  TO WS-Jc-Stop-Sw.

    MOVE SPACE TO WS-Jcb-Parallel-Raw.
    ACCEPT WS-Jcb-Parallel-Raw
      FROM ENVIRONMENT "PGM00_CHAIN_PARALLEL"
    END-ACCEPT.
    IF  WS-Jcb-Parallel-Raw NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Jcb-Parallel-Raw)
          TO WS-Jc-Parallel-Max
    END-IF.
    IF  WS-Jc-Parallel-Max < 1
        MOVE 1 TO WS-Jc-Parallel-Max
    END-IF.
    IF  WS-Jc-Parallel-Max > 9
        MOVE 9 TO WS-Jc-Parallel-Max
    END-IF.

    IF  WS-Jc-Parallel-Max > 1
        DISPLAY WS-Pgm-ID " up to " WS-Jc-Parallel-Max
                " chain steps at once" UPON CONSOLE
    END-IF.

*>------------------------------------------------
100-Dispatch-Pass.
*>------------------------------------------------
*> One pass over the chain table: settle every PEND
*> step whose predecessors allow it (start it, skip
*> it, resume past it, or mark it BLKD behind a failed
*> predecessor), then reap whatever background step
*> runners have finished.  A pass that changed nothing
*> while steps are still in flight waits a second
*> before looking again; one that changed nothing with
*> nothing in flight means the chain has run as far as
*> it can.
*>------------------------------------------------
    MOVE "N" TO WS-Jc-Progress-Sw.

    PERFORM 101-Consider-One-Step
      THRU 101-Consider-Exit
      VARYING WS-Jc-Idx FROM 1 BY 1
        UNTIL WS-Jc-Idx > WS-Jc-Count.

    IF  WS-Jc-Running > ZERO
        PERFORM 170-Reap-One-Step
          THRU 170-Reap-Exit
          VARYING WS-Jc-Idx FROM 1 BY 1
            UNTIL WS-Jc-Idx > WS-Jc-Count
    END-IF.

    EVALUATE TRUE
        WHEN WS-Jc-Made-Progress
            CONTINUE
        WHEN WS-Jc-Running > ZERO
            CALL "SYSTEM"
              USING WS-Jcb-Sleep-Cmd
            END-CALL
        WHEN OTHER
            MOVE "Y" TO WS-Jc-Stop-Sw
    END-EVALUATE.

*>------------------------------------------------
101-Consider-One-Step.
*>------------------------------------------------
*> A PEND step whose predecessors all finished OK,
*> WARN or SKIP is due: the operator skip flag and the
*> resume skip (step already OK in the run being
*> resumed - never the audit, which rechecks a
*> configuration that may have been fixed since) are
*> honored first, otherwise it starts if the
*> concurrency limit leaves room.  A FAIL or BLKD
*> predecessor blocks it - and so, in turn, its own
*> dependents - while every other branch runs on.
*>------------------------------------------------
    IF  WS-Jc-Status(WS-Jc-Idx) NOT = "PEND"
        GO TO 101-Consider-Exit
    END-IF.

    PERFORM 102-Check-Ready.

    IF  WS-Jc-Step-Waiting
        GO TO 101-Consider-Exit
    END-IF.

    PERFORM 105-Find-Prior-Status.

    EVALUATE TRUE
        WHEN WS-Jc-Step-Blocked
            MOVE "BLKD" TO WS-Jc-Status(WS-Jc-Idx)
            MOVE "Y" TO WS-Jc-Progress-Sw
            DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
                    FUNCTION TRIM(WS-Jc-Program(WS-Jc-Idx))
                    " blocked - a predecessor did not finish"
                    UPON CONSOLE
            PERFORM 200-Rewrite-State-File

        WHEN WS-Jc-Skip(WS-Jc-Idx) = "Y"
            MOVE "SKIP" TO WS-Jc-Status(WS-Jc-Idx)
            MOVE "Y" TO WS-Jc-Progress-Sw
            DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
                    FUNCTION TRIM(WS-Jc-Program(WS-Jc-Idx))
                    " skipped on request" UPON CONSOLE
            PERFORM 200-Rewrite-State-File

        WHEN WS-Jc-Resuming
         AND WS-Jc-Program(WS-Jc-Idx) NOT = "PGM44"
         AND WS-Jc-Prior-Found = "OK"
            MOVE "OK" TO WS-Jc-Status(WS-Jc-Idx)
            MOVE WS-Jc-Prior-Start(WS-Jc-Prior-Hit)
              TO WS-Jc-Start-Stamp(WS-Jc-Idx)
            MOVE WS-Jc-Prior-End(WS-Jc-Prior-Hit)
              TO WS-Jc-End-Stamp(WS-Jc-Idx)
            MOVE "Y" TO WS-Jc-Progress-Sw
            DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
                    FUNCTION TRIM(WS-Jc-Program(WS-Jc-Idx))
                    " already completed - resumed past" UPON CONSOLE
            PERFORM 200-Rewrite-State-File

        WHEN WS-Jc-Running >= WS-Jc-Parallel-Max
            CONTINUE

        WHEN OTHER
            MOVE "Y" TO WS-Jc-Progress-Sw
            PERFORM 107-Start-Step
    END-EVALUATE.

*>------------------------------------------------
101-Consider-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
102-Check-Ready.
*>------------------------------------------------
*> Ready, waiting or blocked, judged over the audit
*> (every step's implicit first predecessor) and the
*> step's own resolved predecessors - a blocked one
*> outranks one still running.
*>------------------------------------------------
    SET WS-Jc-Step-Ready TO TRUE.

    IF  WS-Jc-Idx > 1
        MOVE 1 TO WS-Jc-Work-Idx
        PERFORM 104-Judge-Pred-Status
    END-IF.

    PERFORM 103-Judge-One-Pred
      VARYING WS-Jc-Pred-K FROM 1 BY 1
        UNTIL WS-Jc-Pred-K > 4.

*>------------------------------------------------
103-Judge-One-Pred.
*>------------------------------------------------
    IF  WS-Jc-Pred-Seq(WS-Jc-Idx, WS-Jc-Pred-K) NOT = SPACE
        IF  WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K) = ZERO
            SET WS-Jc-Step-Blocked TO TRUE
        ELSE
            MOVE WS-Jc-Pred-Idx(WS-Jc-Idx, WS-Jc-Pred-K)
              TO WS-Jc-Work-Idx
            PERFORM 104-Judge-Pred-Status
        END-IF
    END-IF.

*>------------------------------------------------
104-Judge-Pred-Status.
*>------------------------------------------------
    EVALUATE WS-Jc-Status(WS-Jc-Work-Idx)
        WHEN "OK"
        WHEN "WARN"
        WHEN "SKIP"
            CONTINUE
        WHEN "FAIL"
        WHEN "BLKD"
            SET WS-Jc-Step-Blocked TO TRUE
        WHEN OTHER
            IF  WS-Jc-Step-Ready
                SET WS-Jc-Step-Waiting TO TRUE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
105-Find-Prior-Status.
*>------------------------------------------------
*> The step's outcome in the last run's state file,
*> matched on step number and program so an edited
*> job-chain.cfg never resumes past the wrong step;
*> a step resumed past keeps that run's stamps.
*>------------------------------------------------
    MOVE SPACE TO WS-Jc-Prior-Found.

    PERFORM 106-Match-Prior-Row
      VARYING WS-Jc-Prior-Idx FROM 1 BY 1
        UNTIL WS-Jc-Prior-Idx > WS-Jc-Prior-Count
           OR WS-Jc-Prior-Found NOT = SPACE.

*>------------------------------------------------
106-Match-Prior-Row.
*>------------------------------------------------
    IF  WS-Jc-Prior-Seq(WS-Jc-Prior-Idx) = WS-Jc-Seq(WS-Jc-Idx)
    AND WS-Jc-Prior-Program(WS-Jc-Prior-Idx)
          = WS-Jc-Program(WS-Jc-Idx)
        MOVE WS-Jc-Prior-Status(WS-Jc-Prior-Idx)
          TO WS-Jc-Prior-Found
        MOVE WS-Jc-Prior-Idx TO WS-Jc-Prior-Hit
    END-IF.

*>------------------------------------------------
107-Start-Step.
*>------------------------------------------------
*> The step goes to RUN with its start stamped.  With
*> one step at a time it is CALLed right here and
*> finished before the pass moves on; with room for
*> more, it is launched as a background step runner
*> and reaped by a later pass.  The parallel-intake
*> coordinator always runs here - it manages its own
*> worker processes - and so does PGM00, which mints
*> the run ID every later step and runner is handed;
*> from a background runner it would never come back.
*>------------------------------------------------
    MOVE WS-Jc-Program(WS-Jc-Idx) TO WS-Jc-Call-Program.

    PERFORM 120-Stamp-Now.
    MOVE WS-Jcb-Now-Stamp TO WS-Jc-Start-Stamp(WS-Jc-Idx).
    MOVE SPACE            TO WS-Jc-End-Stamp(WS-Jc-Idx).
    COMPUTE WS-Jc-Start-Secs(WS-Jc-Idx)
          = CDT-Hour * 3600 + CDT-Minutes * 60 + CDT-Seconds.
    MOVE "RUN" TO WS-Jc-Status(WS-Jc-Idx).

    IF  WS-Jc-Parallel-Max = 1
    OR  (FUNCTION TRIM(WS-Jc-Call-Program) = "PGM01"
         AND WS-Workers-N > 1)
    OR  FUNCTION TRIM(WS-Jc-Call-Program) = "PGM00"
        PERFORM 200-Rewrite-State-File
        PERFORM 108-Call-Step-In-Process
        DISPLAY FUNCTION TRIM(WS-Jc-Call-Program) " "
                WS-Return-Msg UPON CONSOLE
        PERFORM 109-Finish-Step
    ELSE
        PERFORM 160-Launch-Step-Runner
          THRU 160-Launch-Exit
    END-IF.

*>------------------------------------------------
108-Call-Step-In-Process.
*>------------------------------------------------
*> CALL the step's program with the standard linkage
*> set, or hand PGM01 to the parallel-intake
*> coordinator when WORKERS n asked for it.
*>------------------------------------------------
    MOVE ZERO TO WS-Return.
    MOVE SPACE TO WS-Return-Msg.

    IF  FUNCTION TRIM(WS-Jc-Call-Program) = "PGM01"
    AND WS-Workers-N > 1
        PERFORM 150-Run-Parallel-Intake
          THRU 150-Parallel-Exit
    ELSE
        CALL WS-Jc-Call-Program
          USING BY REFERENCE WS-Option
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
                              WS-Run-ID
          ON EXCEPTION
              MOVE 16 TO WS-Return
              MOVE "step program could not be loaded"
                TO WS-Return-Msg
        END-CALL
    END-IF.

*>------------------------------------------------
109-Finish-Step.
*>------------------------------------------------
*> Judge the finished step's WS-Return - 0 is OK, 4 is
*> WARN only with continue-on-warning, anything else
*> is FAIL - time it, stamp its end, and rewrite the
*> state file.  A FAIL stops nothing by itself: the
*> next pass blocks its dependents and lets every
*> other branch run on.
*>------------------------------------------------
    MOVE WS-Return TO WS-Jc-Return(WS-Jc-Idx).

    MOVE WS-Jc-Start-Secs(WS-Jc-Idx) TO WS-Run-Start-Secs.
    PERFORM 110-Record-Step-Duration.

    PERFORM 120-Stamp-Now.
    MOVE WS-Jcb-Now-Stamp TO WS-Jc-End-Stamp(WS-Jc-Idx).

    EVALUATE TRUE
        WHEN WS-Return = ZERO
            MOVE "OK" TO WS-Jc-Status(WS-Jc-Idx)
        WHEN WS-Return = 4
         AND WS-Jc-Cont-On-Warn(WS-Jc-Idx) = "Y"
            MOVE "WARN" TO WS-Jc-Status(WS-Jc-Idx)
        WHEN OTHER
            MOVE "FAIL" TO WS-Jc-Status(WS-Jc-Idx)
    END-EVALUATE.

    PERFORM 200-Rewrite-State-File.

*>------------------------------------------------
110-Record-Step-Duration.
*>------------------------------------------------
*> Same elapsed arithmetic and EXTEND-with-OUTPUT-
*> fallback append as PGM00's 117-Record-Run-Duration,
*> one row per step actually CALLed whatever its
*> outcome, named by program and carrying the chain's
*> starting file count.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    COMPUTE WS-Run-End-Secs
          = CDT-Hour * 3600 + CDT-Minutes * 60 + CDT-Seconds.

    COMPUTE WS-Run-Elapsed-Secs
          = WS-Run-End-Secs - WS-Run-Start-Secs.
    IF  WS-Run-Elapsed-Secs < ZERO
        ADD 86400 TO WS-Run-Elapsed-Secs
    END-IF.

    MOVE SPACE TO WS-Run-Duration-Path.
    STRING FUNCTION TRIM(WS-Jcb-Root-Path) DELIMITED BY SIZE
           "/reports/run-durations.log" DELIMITED BY SIZE
      INTO WS-Run-Duration-Path
    END-STRING.

    MOVE SPACE TO WS-Run-Duration-Row.
    MOVE CDT-Date TO WS-Rdu-Date.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Rdu-Time
    END-STRING.
    MOVE WS-Run-Elapsed-Secs  TO WS-Rdu-Elapsed.
    MOVE WS-Jc-Call-Program   TO WS-Rdu-Program.
    MOVE WS-Jcb-Pending-Files TO WS-Rdu-Files.

    OPEN EXTEND Run-Duration-File.
    IF  WS-StatusRDU NOT = "00"
        OPEN OUTPUT Run-Duration-File
    END-IF.
    IF  WS-StatusRDU = "00"
        WRITE Run-Duration-Line
          FROM WS-Run-Duration-Row
        END-WRITE
        CLOSE Run-Duration-File
    END-IF.

*>------------------------------------------------
120-Stamp-Now.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Jcb-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Jcb-Now-Stamp
    END-STRING.

*>------------------------------------------------
150-Run-Parallel-Intake.
*>------------------------------------------------
      USING WS-Worker-RC-Path
    END-CALL.

*>------------------------------------------------
160-Launch-Step-Runner.
*>------------------------------------------------
*> One step as its own OS process: ./pgm00s CALLs the
*> program named in PGM00_STEP_PROGRAM with the same
*> linkage this chain would, its console output goes
*> to ./logs/chain-step-NN-PGMxx.log, and the launch
*> shell leaves its exit code in the matching .rc -
*> written under a .tmp name and renamed, so the reap
*> never reads a half-written code.  NN is the step
*> number from job-chain.cfg.
*>------------------------------------------------
    PERFORM 165-Build-Step-RC-Path.

    CALL "CBL_DELETE_FILE"
      USING WS-Worker-RC-Path
    END-CALL.

    MOVE SPACE TO WS-Jcb-Launch-Cmd.
    MOVE "N"   TO WS-Par-Ovf-Sw.
    STRING "( PGM00_ROOT_PATH='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Jcb-Root-Path) DELIMITED BY SIZE
           "' PGM00_RUN_ID='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Run-ID) DELIMITED BY SIZE
           "' PGM00_STEP_PROGRAM='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Jc-Call-Program) DELIMITED BY SIZE
           "' ./pgm00s > '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs))
             DELIMITED BY SIZE
           "chain-step-" DELIMITED BY SIZE
           WS-Jcb-Step-Nbr DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Jc-Call-Program) DELIMITED BY SIZE
           ".log' 2>&1 ; echo $? > '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Worker-RC-Path) DELIMITED BY SIZE
           ".tmp' ; mv '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Worker-RC-Path) DELIMITED BY SIZE
           ".tmp' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Worker-RC-Path) DELIMITED BY SIZE
           "' ) &" DELIMITED BY SIZE
      INTO WS-Jcb-Launch-Cmd
      ON OVERFLOW
          MOVE "Y" TO WS-Par-Ovf-Sw
    END-STRING.

*>  a truncated command could lose the rc hand-back and
*>  leave the chain waiting on a step forever - fail the
*>  step instead.
    IF  WS-Par-Cmd-Overflow
        MOVE 16 TO WS-Return
        MOVE "step launch command overflowed" TO WS-Return-Msg
        DISPLAY FUNCTION TRIM(WS-Jc-Call-Program) " "
                WS-Return-Msg UPON CONSOLE
        PERFORM 109-Finish-Step
        GO TO 160-Launch-Exit
    END-IF.

    CALL "SYSTEM"
      USING WS-Jcb-Launch-Cmd
    END-CALL.

    IF  RETURN-CODE NOT = ZERO
        MOVE 16 TO WS-Return
        MOVE "step runner could not be launched" TO WS-Return-Msg
        DISPLAY FUNCTION TRIM(WS-Jc-Call-Program) " "
                WS-Return-Msg UPON CONSOLE
        PERFORM 109-Finish-Step
        GO TO 160-Launch-Exit
    END-IF.

    ADD 1 TO WS-Jc-Running.
    DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
            FUNCTION TRIM(WS-Jc-Call-Program)
            " started (" WS-Jc-Running " running)" UPON CONSOLE.

    PERFORM 200-Rewrite-State-File.

*>------------------------------------------------
160-Launch-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
165-Build-Step-RC-Path.
*>------------------------------------------------
    MOVE WS-Jc-Seq(WS-Jc-Idx) TO WS-Jcb-Step-Nbr.

    MOVE SPACE TO WS-Worker-RC-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs))
             DELIMITED BY SIZE
           "chain-step-" DELIMITED BY SIZE
           WS-Jcb-Step-Nbr DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Jc-Program(WS-Jc-Idx)) DELIMITED BY SIZE
           ".rc" DELIMITED BY SIZE
      INTO WS-Worker-RC-Path
    END-STRING.

*>------------------------------------------------
170-Reap-One-Step.
*>------------------------------------------------
*> A background step is finished once its .rc file
*> exists - a blank or unreadable code fails the step.
*> Its own messages are in ./logs/chain-step-NN-
*> PGMxx.log.
*>------------------------------------------------
    IF  WS-Jc-Status(WS-Jc-Idx) NOT = "RUN"
        GO TO 170-Reap-Exit
    END-IF.

    PERFORM 165-Build-Step-RC-Path.

    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Worker-RC-Path
              File-Info
    END-CALL.
    IF  Return-Code NOT = ZERO
        GO TO 170-Reap-Exit
    END-IF.

    MOVE 16 TO WS-Return.
    OPEN INPUT Worker-RC-File.
    IF  WS-StatusWRC = "00"
        READ Worker-RC-File
            AT END
                CONTINUE
            NOT AT END
                IF  Worker-RC-Line NOT = SPACE
                    MOVE FUNCTION NUMVAL(Worker-RC-Line)
                      TO WS-Return
                END-IF
        END-READ
        CLOSE Worker-RC-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Worker-RC-Path
    END-CALL.

    SUBTRACT 1 FROM WS-Jc-Running.
    MOVE "Y" TO WS-Jc-Progress-Sw.
    MOVE WS-Jc-Program(WS-Jc-Idx) TO WS-Jc-Call-Program.
    MOVE WS-Return TO WS-Jcb-Return-Edit.
    DISPLAY WS-Pgm-ID " step " WS-Jc-Seq(WS-Jc-Idx) " "
            FUNCTION TRIM(WS-Jc-Call-Program) " ended rc "
            FUNCTION TRIM(WS-Jcb-Return-Edit) UPON CONSOLE.

    PERFORM 109-Finish-Step.

*>------------------------------------------------
170-Reap-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
190-Set-Chain-Return.
*>------------------------------------------------
*> The chain's own return is the worst step return it
*> saw, so a failure on any branch reaches the
*> scheduler; a step left BLKD behind an unknown
*> predecessor on an otherwise clean run still
*> returns 16.
*>------------------------------------------------
    MOVE ZERO TO WS-Return.
    MOVE "N"  TO WS-Jcb-Blocked-Sw.

    PERFORM 191-Fold-One-Step-Return
      VARYING WS-Jc-Work-Idx FROM 1 BY 1
        UNTIL WS-Jc-Work-Idx > WS-Jc-Count.

    IF  WS-Jcb-Any-Blocked
    AND WS-Return = ZERO
        MOVE 16 TO WS-Return
    END-IF.

*>------------------------------------------------
191-Fold-One-Step-Return.
*>------------------------------------------------
    IF  WS-Jc-Return(WS-Jc-Work-Idx) > WS-Return
        MOVE WS-Jc-Return(WS-Jc-Work-Idx) TO WS-Return
    END-IF.
    IF  WS-Jc-Status(WS-Jc-Work-Idx) = "BLKD"
        MOVE "Y" TO WS-Jcb-Blocked-Sw
    END-IF.

*>------------------------------------------------
200-Rewrite-State-File.
*>------------------------------------------------
*> Full rewrite whenever a step starts or ends -
*> only this coordinator writes it, however many step
*> runners are in flight - so however the run ends the
*> state file always says exactly how far it got.
*>------------------------------------------------
    OPEN OUTPUT Job-Chain-State-File.
    IF  WS-StatusJCS = "00"
    MOVE WS-Jc-Program(WS-Jc-Work-Idx) TO JCS-Program.
    MOVE WS-Jc-Status(WS-Jc-Work-Idx)  TO JCS-Status.
    MOVE WS-Jc-Return(WS-Jc-Work-Idx)  TO JCS-Return.
    MOVE WS-Jc-Start-Stamp(WS-Jc-Work-Idx)
                                       TO JCS-Start-Stamp.
    MOVE WS-Jc-End-Stamp(WS-Jc-Work-Idx)
                                       TO JCS-End-Stamp.
    WRITE Job-Chain-State-Line.

END PROGRAM PGM00B.
