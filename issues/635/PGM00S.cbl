*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM00S.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Chain step runner.
*> A thin standalone entry point so one job-chain
*> step can run as its own OS process beside the
*> chain's other branches: supplies the same
*> linkage.cpy fields PGM00B would (tagged "BATCH",
*> run correlation ID from PGM00_RUN_ID), CALLs the
*> program named in PGM00_STEP_PROGRAM, and exits
*> with its WS-Return so the chain's reap can judge
*> the step.  Launched by PGM00B's 160-Launch-Step-
*> Runner when PGM00_CHAIN_PARALLEL allows more than
*> one step at a time; never scheduled on its own.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

DATA DIVISION.
*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM00S".

COPY "./copybooks/linkage.cpy".

01  WS-Step-Program             PIC X(10) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.

    MOVE ZERO TO WS-Option.
    MOVE SPACE TO WS-Message-Line-1
                   WS-Message-Line-2
                   WS-Message-Line-3
                   WS-Message-Line-4
                   WS-Message-Line-5
                   WS-Message-Line-6
                   WS-Message-Line-7
                   WS-Message-Line-8
                   WS-Return-Msg.
    MOVE ZERO  TO WS-Return.
    MOVE "BATCH" TO WS-Caller-Tag.
    MOVE SPACE TO WS-Force-Confirm.

    MOVE SPACE TO WS-Run-ID.
    ACCEPT WS-Run-ID FROM ENVIRONMENT "PGM00_RUN_ID"
      END-ACCEPT.

    ACCEPT WS-Step-Program FROM ENVIRONMENT "PGM00_STEP_PROGRAM"
      END-ACCEPT.

    IF  WS-Step-Program = SPACE
        MOVE 16 TO WS-Return
        MOVE "no step program named" TO WS-Return-Msg
    ELSE
        CALL WS-Step-Program
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

    DISPLAY FUNCTION TRIM(WS-Step-Program) " "
            WS-Return-Msg UPON CONSOLE.

    MOVE WS-Return TO RETURN-CODE.

    STOP RUN.

END PROGRAM PGM00S.
