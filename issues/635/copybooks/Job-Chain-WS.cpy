*> in-memory chain - loaded from job-chain.cfg, or primed
*> with the compiled default chain when no file exists.
*> Per-step state starts PEND, flips as steps run, and is
*> rewritten to the state file whenever a step starts or
*> ends.  Predecessors are resolved from step numbers to
*> entry positions once the table is loaded (zero = a
*> step number not found above - the step never starts).
01  WS-Jc-Table.
    05  WS-Jc-Count              PIC 9(02) VALUE ZERO.
    05  WS-Jc-Entry OCCURS 16 TIMES
        10  WS-Jc-Skip           PIC X(01).
        10  WS-Jc-Status         PIC X(04).
        10  WS-Jc-Return         PIC 9(10).
        10  WS-Jc-Pred-Count     PIC 9(01).
        10  WS-Jc-Pred-Seq       PIC X(02) OCCURS 4 TIMES.
        10  WS-Jc-Pred-Idx       PIC 9(02) OCCURS 4 TIMES.
        10  WS-Jc-Start-Stamp    PIC X(14).
        10  WS-Jc-End-Stamp      PIC X(14).
        10  WS-Jc-Start-Secs     PIC 9(05).

*> job-chain.cfg step rows read - none means the compiled
*> default chain runs behind the configuration audit.
01  WS-Jc-Cfg-Rows               PIC 9(02) VALUE ZERO.

*> prior-run outcomes, looked up by step seq and program,
*> for the resume decision.
01  WS-Jc-Prior-Table.
    05  WS-Jc-Prior-Entry OCCURS 16 TIMES.
        10  WS-Jc-Prior-Seq      PIC 9(02).
        10  WS-Jc-Prior-Program  PIC X(10).
        10  WS-Jc-Prior-Status   PIC X(04).
        10  WS-Jc-Prior-Start    PIC X(14).
        10  WS-Jc-Prior-End      PIC X(14).
01  WS-Jc-Prior-Count            PIC 9(02) VALUE ZERO.
01  WS-Jc-Resume-Sw              PIC X(01) VALUE "N".
    88  WS-Jc-Resuming           VALUE "Y".

01  WS-Jc-Stop-Sw                PIC X(01) VALUE "N".
    88  WS-Jc-Chain-Stopped      VALUE "Y".

*> dispatcher state - how many steps may run at once
*> (PGM00_CHAIN_PARALLEL, 1-9, default 1 = one step at a
*> time CALLed in-process), how many are in flight as
*> background step runners, and what the current pass
*> over the table achieved.
01  WS-Jc-Parallel-Max           PIC 9(02) VALUE 1.
01  WS-Jc-Running                PIC 9(02) VALUE ZERO.
01  WS-Jc-Progress-Sw            PIC X(01) VALUE "N".
    88  WS-Jc-Made-Progress      VALUE "Y".
01  WS-Jc-Ready-Sw               PIC X(01) VALUE SPACE.
    88  WS-Jc-Step-Ready         VALUE "R".
    88  WS-Jc-Step-Waiting       VALUE "W".
    88  WS-Jc-Step-Blocked       VALUE "B".
01  WS-Jc-Pred-K                 PIC 9(01) VALUE ZERO.
01  WS-Jc-Prior-Idx              PIC 9(02) VALUE ZERO.
01  WS-Jc-Prior-Found            PIC X(04) VALUE SPACE.
01  WS-Jc-Prior-Hit              PIC 9(02) VALUE ZERO.
01  WS-Jc-Work-Idx               PIC 9(02) VALUE ZERO.
01  WS-Jc-Call-Program           PIC X(10) VALUE SPACE.
