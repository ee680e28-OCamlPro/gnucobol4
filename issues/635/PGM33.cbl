*> records due/ran/skipped/failed per entry on the
*> schedule ledger, and raises a missed-schedule
*> alert when something due never ran before its
*> window closed.  While an all-scope window on the
*> planned-maintenance calendar (PGM49) is open, due
*> entries are held back (DEFER) rather than fired into
*> a dead volume, and a window that closes inside the
*> maintenance is logged for PGM05's close-out summary
*> instead of paged.  PGM00B keeps its role - this only
*> decides WHEN it and the period jobs fire.  Each
*> period job it CALLs is timed onto ./reports/run-
*> durations.log under its name, for PGM59's run-plan
*> forecast.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Schedule-Ledger-Select.cpy".
COPY "./copybooks/Holiday-File-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Maint-Window-Select.cpy".
COPY "./copybooks/Maint-Suppress-Select.cpy".
COPY "./copybooks/Run-Duration-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Schedule-Ledger-FD.cpy".
COPY "./copybooks/Holiday-File-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Maint-Window-FD.cpy".
COPY "./copybooks/Maint-Suppress-FD.cpy".
COPY "./copybooks/Run-Duration-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Maint-Window-WS.cpy".

COPY "./copybooks/Maint-Suppress-WS.cpy".

COPY "./copybooks/Run-Duration-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

*> the all-scope maintenance window open this pass (zero
*> when none is) and the held-back tally.
01  WS-Sched-Maint-Open-Hit      PIC 9(02) VALUE ZERO.
01  WS-Sched-Deferred-Count      PIC 9(02) VALUE ZERO.
*> the pass's CDT-Time, held while a period job is timed.
01  WS-Sched-Hold-Time           PIC X(11) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
    PERFORM 130-Save-Schedule-State.

    DISPLAY WS-Pgm-ID " pass complete - " WS-Sched-Ran-Count
            " ran, " WS-Sched-Missed-Count " missed, "
            WS-Sched-Deferred-Count " deferred for maintenance"
      UPON CONSOLE.

    GOBACK.


    PERFORM 120-Load-Schedule-State.

    PERFORM 150-Load-Maint-Windows.

*>------------------------------------------------
086-Load-Holiday-Table.
*>------------------------------------------------
                MOVE SN-Name     TO WS-Scst-Name(WS-Scs-Idx)
                MOVE SN-Last-Run TO WS-Scst-Last-Run(WS-Scs-Idx)
                MOVE SN-Missed   TO WS-Scst-Missed(WS-Scs-Idx)
                MOVE SN-Deferred TO WS-Scst-Deferred(WS-Scs-Idx)
            END-IF
    END-READ.

        MOVE WS-Scst-Name(WS-Scs-Idx)     TO SN-Name
        MOVE WS-Scst-Last-Run(WS-Scs-Idx) TO SN-Last-Run
        MOVE WS-Scst-Missed(WS-Scs-Idx)   TO SN-Missed
        MOVE WS-Scst-Deferred(WS-Scs-Idx) TO SN-Deferred
        WRITE Schedule-State-Line
    END-IF.

          TO WS-Scst-Name(WS-Scst-Hit)
        MOVE SPACE TO WS-Scst-Last-Run(WS-Scst-Hit)
                      WS-Scst-Missed(WS-Scst-Hit)
                      WS-Scst-Deferred(WS-Scst-Hit)
        MOVE "Y" TO WS-Scst-Found-Sw
    END-IF.

        SET WS-Scst-Hit TO WS-Scs-Idx
    END-IF.

*>------------------------------------------------
150-Load-Maint-Windows.
*>------------------------------------------------
*> The planned-maintenance calendar PGM49 keeps in
*> ./reports/maint-window.cfg - no file means no
*> windows, and every pass runs as it always has.
*> Schedule entries belong to no company or vendor, so
*> only an all-scope window holds them back.
*>------------------------------------------------
    MOVE SPACE TO WS-Maint-Window-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/maint-window.cfg" DELIMITED BY SIZE
      INTO WS-Maint-Window-Path
    END-STRING.

    MOVE SPACE TO WS-Maint-Suppress-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/maint-suppressed.log" DELIMITED BY SIZE
      INTO WS-Maint-Suppress-Path
    END-STRING.

    MOVE ZERO TO WS-Maint-Count.

    MOVE "N" TO WS-EOF-MNW.
    OPEN INPUT Maint-Window-File.
    IF  WS-StatusMNW = "00"
        PERFORM 151-Read-Maint-Row
          UNTIL Maint-Window-EOF
        CLOSE Maint-Window-File
    END-IF.

    MOVE SPACE TO WS-Maint-Test-Stamp.
    STRING WS-Sched-Today-YMD DELIMITED BY SIZE
           WS-Sched-Now-HHMM  DELIMITED BY SIZE
      INTO WS-Maint-Test-Stamp
    END-STRING.
    PERFORM 160-Find-Maint-Window.
    MOVE WS-Maint-Hit TO WS-Sched-Maint-Open-Hit.

*>------------------------------------------------
151-Read-Maint-Row.
*>------------------------------------------------
    READ Maint-Window-File
        AT END
            MOVE "Y" TO WS-EOF-MNW
        NOT AT END
            IF  MW-Start NOT = SPACE
            AND WS-Maint-Count < 40
                ADD 1 TO WS-Maint-Count
                SET WS-Mnt-Idx TO WS-Maint-Count
                MOVE MW-ID          TO WS-Maint-ID(WS-Mnt-Idx)
                MOVE MW-Start       TO WS-Maint-Start(WS-Mnt-Idx)
                MOVE MW-End         TO WS-Maint-End(WS-Mnt-Idx)
                MOVE FUNCTION UPPER-CASE(MW-Scope)
                                    TO WS-Maint-Scope(WS-Mnt-Idx)
                MOVE MW-Scope-Value TO WS-Maint-Scope-Value(WS-Mnt-Idx)
                MOVE MW-Reason      TO WS-Maint-Reason(WS-Mnt-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
160-Find-Maint-Window.
*>------------------------------------------------
*> First calendar row open at WS-Maint-Test-Stamp whose
*> scope covers the company/vendor under test - the same
*> test PGM01 and PGM05 make against this calendar.
*>------------------------------------------------
    MOVE ZERO TO WS-Maint-Hit.

    IF  WS-Maint-Count > ZERO
        PERFORM 161-Check-One-Maint-Row
          VARYING WS-Mnt-Idx FROM 1 BY 1
            UNTIL WS-Mnt-Idx > WS-Maint-Count
               OR WS-Maint-Hit > ZERO
    END-IF.

*>------------------------------------------------
161-Check-One-Maint-Row.
*>------------------------------------------------
    IF  WS-Maint-Start(WS-Mnt-Idx) <= WS-Maint-Test-Stamp
    AND WS-Maint-End(WS-Mnt-Idx)   >  WS-Maint-Test-Stamp
        EVALUATE TRUE
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "A"
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "C"
             AND WS-Maint-Test-Company NOT = SPACE
             AND FUNCTION UPPER-CASE
                   (WS-Maint-Scope-Value(WS-Mnt-Idx))
               = FUNCTION UPPER-CASE(WS-Maint-Test-Company)
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "V"
             AND WS-Maint-Test-Vendor NOT = SPACE
             AND FUNCTION UPPER-CASE
                   (WS-Maint-Scope-Value(WS-Mnt-Idx))
               = FUNCTION UPPER-CASE(WS-Maint-Test-Vendor)
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
200-Judge-One-Entry.
*>------------------------------------------------
*> One schedule entry per pass: due today?  Already
*> ran today?  Inside its window - run it, unless the
*> maintenance calendar says the volume is down; past
*> its window - that's a miss worth a page, once,
*> unless the window closed while maintenance was on.
*>------------------------------------------------
    PERFORM 210-Check-Entry-Due.

                      NOT = WS-Sched-Today-YMD
                    MOVE WS-Sched-Today-YMD
                      TO WS-Scst-Missed(WS-Scst-Hit)
                    PERFORM 230-Check-Miss-In-Maint
                    IF  WS-Maint-Hit > ZERO
                        MOVE "MAINT" TO WS-Sched-Verdict
                        PERFORM 240-Write-Ledger-Row
                        PERFORM 260-Log-Suppressed-Miss
                    ELSE
                        ADD 1 TO WS-Sched-Missed-Count
                        MOVE "MISSED" TO WS-Sched-Verdict
                        PERFORM 240-Write-Ledger-Row
                        PERFORM 250-Raise-Missed-Alert
                    END-IF
                END-IF

            WHEN WS-Sched-Maint-Open-Hit > ZERO
*>              inside its window, but the volume is down
*>              for planned maintenance - hold it back and
*>              let a later pass run it if the maintenance
*>              ends first.  One DEFER row per date.
                IF  WS-Scst-Deferred(WS-Scst-Hit)
                      NOT = WS-Sched-Today-YMD
                    MOVE WS-Sched-Today-YMD
                      TO WS-Scst-Deferred(WS-Scst-Hit)
                    ADD 1 TO WS-Sched-Deferred-Count
                    MOVE "DEFER" TO WS-Sched-Verdict
                    PERFORM 240-Write-Ledger-Row
                END-IF

            WHEN OTHER
        MOVE FUNCTION TRIM(WS-Sched-Name(WS-Sch-Idx))
          TO WS-Sched-Call-Pgm

        MOVE CDT-Time TO WS-Sched-Hold-Time
        ACCEPT CDT-Time FROM TIME END-ACCEPT
        COMPUTE WS-Run-Start-Secs
              = CDT-Hour * 3600 + CDT-Minutes * 60 + CDT-Seconds

        CALL WS-Sched-Call-Pgm
          USING BY REFERENCE WS-Option
                              WS-Message-Line-1
              MOVE 16 TO WS-Return
        END-CALL

        PERFORM 225-Record-Job-Duration

        IF  WS-Return = ZERO
            MOVE "RAN" TO WS-Sched-Verdict
        ELSE

    PERFORM 240-Write-Ledger-Row.

*>------------------------------------------------
225-Record-Job-Duration.
*>------------------------------------------------
*> Same duration row PGM00B's 110-Record-Step-Duration
*> writes per chain step, named by the period job -
*> no file count, the job's volume is not intake's.
*> CDT-Time goes back to the pass's own stamp after,
*> for the ledger row.
*>------------------------------------------------
    ACCEPT CDT-Time FROM TIME END-ACCEPT.
    COMPUTE WS-Run-End-Secs
          = CDT-Hour * 3600 + CDT-Minutes * 60 + CDT-Seconds.

    COMPUTE WS-Run-Elapsed-Secs
          = WS-Run-End-Secs - WS-Run-Start-Secs.
    IF  WS-Run-Elapsed-Secs < ZERO
        ADD 86400 TO WS-Run-Elapsed-Secs
    END-IF.

    MOVE SPACE TO WS-Run-Duration-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
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
    MOVE WS-Run-Elapsed-Secs TO WS-Rdu-Elapsed.
    MOVE WS-Sched-Call-Pgm   TO WS-Rdu-Program.
    MOVE ZERO                TO WS-Rdu-Files.

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

    MOVE WS-Sched-Hold-Time TO CDT-Time.

*>------------------------------------------------
230-Check-Miss-In-Maint.
*>------------------------------------------------
*> Did this entry's window close while an all-scope
*> maintenance window was open?  Tested at the close
*> minute itself, so a miss found late (the scheduler
*> was down with everything else) is still judged
*> against the calendar as it was at the time.
*>------------------------------------------------
    MOVE SPACE TO WS-Maint-Test-Stamp.
    STRING WS-Sched-Today-YMD       DELIMITED BY SIZE
           WS-Sched-To(WS-Sch-Idx)  DELIMITED BY SIZE
      INTO WS-Maint-Test-Stamp
    END-STRING.
    MOVE SPACE TO WS-Maint-Test-Company
                  WS-Maint-Test-Vendor.

    PERFORM 160-Find-Maint-Window.

*>------------------------------------------------
240-Write-Ledger-Row.
*>------------------------------------------------
*> drop, for PGM05 to deliver - a quiet miss is the
*> exact failure this scheduler exists to kill.
*>------------------------------------------------
    PERFORM 255-Build-Missed-Text.

    MOVE SPACE TO WS-Alert-Queue-Row.
    MOVE CDT-Date TO WS-Alert-Date.
        CLOSE Alert-Queue-File
    END-IF.

*>------------------------------------------------
255-Build-Missed-Text.
*>------------------------------------------------
    MOVE SPACE TO WS-MSG.
    STRING "schedule: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Sched-Name(WS-Sch-Idx))
             DELIMITED BY SIZE
           " was due today and never ran before its window "
             DELIMITED BY SIZE
           WS-Sched-To(WS-Sch-Idx) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

*>------------------------------------------------
260-Log-Suppressed-Miss.
*>------------------------------------------------
*> The alert 250 would have raised, written instead to
*> ./logs/maint-suppressed.log under the window that
*> covered it - PGM05 lists it in that window's close-
*> out summary, so the miss is reported once, not paged.
*>------------------------------------------------
    PERFORM 255-Build-Missed-Text.

    MOVE SPACE TO WS-Maint-Sup-Row.
    MOVE CDT-Date TO WS-Msp-Date.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Msp-Time
    END-STRING.
    MOVE WS-Maint-ID(WS-Maint-Hit) TO WS-Msp-Window-ID.
    MOVE WS-Pgm-ID TO WS-Msp-Pgm-ID.
    MOVE WS-MSG    TO WS-Msp-Text.

    OPEN EXTEND Maint-Suppress-File.
    IF  WS-StatusMSP NOT = "00"
        OPEN OUTPUT Maint-Suppress-File
    END-IF.
    IF  WS-StatusMSP = "00"
        WRITE Maint-Suppress-Line
          FROM WS-Maint-Sup-Row
        END-WRITE
        CLOSE Maint-Suppress-File
    END-IF.

END PROGRAM PGM33.
