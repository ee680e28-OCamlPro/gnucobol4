*> PGM00_POLL_END (HHMM, default 1800) is the end of
*> window, after which the loop shuts down cleanly.
*> Tags its runs "RESIDENT" in main.log.
*> A cycle only polls under the polling lease on the
*> shared mount (./logs/pgm00r.lease), renewed every
*> cycle for PGM00_LEASE_SECONDS (default three
*> intervals), and writes ./logs/pgm00r.heartbeat as
*> it starts, so the PGM48 watchdog on the standby
*> node can tell when this process has died.
*> PGM00_POLL_ROLE is PRIMARY (default) or STANDBY -
*> a primary that finds a standby holding the lease
*> asks for it back and waits; a standby hands it back
*> at its next cycle and exits.  PGM00_NODE_NAME names
*> the node (default HOSTNAME, then `uname -n`).
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Heartbeat-Select.cpy".
COPY "./copybooks/Poll-Lease-Select.cpy".
COPY "./copybooks/Node-Name-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Heartbeat-FD.cpy".
COPY "./copybooks/Poll-Lease-FD.cpy".
COPY "./copybooks/Node-Name-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM00R".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/linkage.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Heartbeat-WS.cpy".

COPY "./copybooks/Poll-Lease-WS.cpy".

COPY "./copybooks/Node-Name-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/File-Info.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Poll-Seconds              PIC 9(05) VALUE 300.
01  WS-Poll-Seconds-Raw          PIC X(08) VALUE SPACE.
01  WS-Poll-End-HHMM             PIC X(04) VALUE "1800".
01  WS-Poll-Sleep-Cmd            PIC X(40) VALUE SPACE.
01  WS-Poll-Stop-Sw              PIC X(01) VALUE "N".
    88  WS-Poll-Stopped          VALUE "Y".
01  WS-Poll-Role                 PIC X(08) VALUE "PRIMARY".
01  WS-Poll-Lease-Held-Sw        PIC X(01) VALUE "N".
    88  WS-Poll-Lease-Held       VALUE "Y".
01  WS-Poll-Was-Held-Sw          PIC X(01) VALUE "N".
    88  WS-Poll-Was-Held         VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
        MOVE WS-Poll-End-Raw(1:4) TO WS-Poll-End-HHMM
    END-IF.

    PERFORM 080-Init-Lease.

    MOVE SPACE TO WS-Poll-Sleep-Cmd.
    STRING "sleep " DELIMITED BY SIZE
           WS-Poll-Seconds DELIMITED BY SIZE
    DISPLAY WS-Pgm-ID " resident mode - interval "
            WS-Poll-Seconds " sec, end of window "
            WS-Poll-End-HHMM UPON CONSOLE.
    DISPLAY WS-Pgm-ID " node " FUNCTION TRIM(WS-Lse-Node)
            " as " FUNCTION TRIM(WS-Poll-Role) ", lease "
            WS-Lse-Seconds " sec" UPON CONSOLE.

    PERFORM 100-Run-One-Cycle
      UNTIL WS-Poll-Stopped.

*>  a clean stop (or a hard failure) gives the lease up
*>  at once rather than making the standby wait it out,
*>  and leaves a heartbeat the watchdog will not read
*>  as a dead poller.
    IF  WS-Poll-Lease-Held
        IF  WS-Hb-State NOT = "HALTED"
            MOVE "STOPPED" TO WS-Hb-State
        END-IF
        PERFORM 820-Set-Now-Stamp
        PERFORM 350-Write-Heartbeat
        PERFORM 340-Release-Lease THRU 340-Release-Exit
    END-IF.

    DISPLAY WS-Pgm-ID " end of window reached after "
            WS-Poll-Cycle-Count " cycle(s) - clean shutdown"
      UPON CONSOLE.

    STOP RUN.

*>------------------------------------------------
080-Init-Lease.
*>------------------------------------------------
*> Root, node identity, role and lease length.  The
*> lease has to outlast two intervals or the watchdog
*> would see a healthy poller's lease lapse between
*> renewals - anything shorter falls back to the
*> three-interval default.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Heartbeat-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/pgm00r.heartbeat" DELIMITED BY SIZE
      INTO WS-Heartbeat-Path
    END-STRING.

    MOVE SPACE TO WS-Poll-Lease-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/pgm00r.lease" DELIMITED BY SIZE
      INTO WS-Poll-Lease-Path
    END-STRING.

    MOVE SPACE TO WS-Poll-Lease-Lck-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/pgm00r.lease.lck" DELIMITED BY SIZE
      INTO WS-Poll-Lease-Lck-Path
    END-STRING.

    PERFORM 085-Init-Node-Name.

    ACCEPT WS-Poll-Role FROM ENVIRONMENT "PGM00_POLL_ROLE"
      END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Poll-Role) TO WS-Poll-Role.
    IF  WS-Poll-Role NOT = "STANDBY"
        MOVE "PRIMARY" TO WS-Poll-Role
    END-IF.

    MOVE ZERO TO WS-Lse-Seconds.
    ACCEPT WS-Lse-Seconds-Raw FROM ENVIRONMENT "PGM00_LEASE_SECONDS"
      END-ACCEPT.
    IF  WS-Lse-Seconds-Raw NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Lse-Seconds-Raw)
          TO WS-Lse-Seconds
    END-IF.
    IF  WS-Lse-Seconds <= WS-Poll-Seconds * 2
        COMPUTE WS-Lse-Seconds = WS-Poll-Seconds * 3
    END-IF.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  when this was launched from there, else the OS
*>  login - a job never refuses to run for want of
*>  a sign-on.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 8 TO WS-Opr-Return
    END-CALL.
    IF  WS-Opr-OK
        MOVE WS-Opr-ID TO WS-OS-User
    ELSE
        ACCEPT WS-OS-User FROM ENVIRONMENT "USER" END-ACCEPT
        IF  WS-OS-User = SPACE
            ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
        END-IF
        IF  WS-OS-User = SPACE
            MOVE "UNKNOWN" TO WS-OS-User
        END-IF
    END-IF.

*>------------------------------------------------
085-Init-Node-Name.
*>------------------------------------------------
*> The lease is only as good as the node names in it -
*> two nodes both calling themselves UNKNOWN would
*> each think they held it - so `uname -n` is asked
*> when the environment does not say.
*>------------------------------------------------
    MOVE SPACE TO WS-Lse-Node.
    ACCEPT WS-Lse-Node FROM ENVIRONMENT "PGM00_NODE_NAME"
      END-ACCEPT.
    IF  WS-Lse-Node = SPACE
        ACCEPT WS-Lse-Node FROM ENVIRONMENT "HOSTNAME"
          END-ACCEPT
    END-IF.

    IF  WS-Lse-Node = SPACE
        MOVE SPACE TO WS-Node-Name-Cmd
        STRING "uname -n > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Node-Name-Path) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
          INTO WS-Node-Name-Cmd
        END-STRING

        CALL "SYSTEM"
          USING WS-Node-Name-Cmd
        END-CALL

        OPEN INPUT Node-Name-File
        IF  WS-StatusNDN = "00"
            READ Node-Name-File
                AT END
                    CONTINUE
                NOT AT END
                    MOVE Node-Name-Line(1:20) TO WS-Lse-Node
            END-READ
            CLOSE Node-Name-File
        END-IF

        CALL "CBL_DELETE_FILE"
          USING WS-Node-Name-Path
        END-CALL
    END-IF.

    IF  WS-Lse-Node = SPACE
        MOVE "UNKNOWN" TO WS-Lse-Node
    END-IF.

*>------------------------------------------------
100-Run-One-Cycle.
*>------------------------------------------------
*> One poll: window check, lease, then the same PGM00
*> -> PGM01 pair PGM00B's default chain opens with.  A
*> skipped or locked-out PGM00 (WS-Return 4 or 8) just
*> waits out the interval and polls again; a hard
*> failure (12/16) shuts the resident loop down so the
*> scheduler sees the stop.  Without the lease the
*> cycle polls nothing - it only waits for it.
*>------------------------------------------------
    ACCEPT CDT-Time FROM TIME END-ACCEPT.
    MOVE SPACE TO WS-Poll-Now-HHMM.
    IF  WS-Poll-Now-HHMM >= WS-Poll-End-HHMM
        MOVE "Y" TO WS-Poll-Stop-Sw
    ELSE
        PERFORM 300-Hold-Lease THRU 300-Lease-Exit
    END-IF.

    IF  WS-Poll-Lease-Held
    AND NOT WS-Poll-Stopped
        ADD 1 TO WS-Poll-Cycle-Count

        MOVE "RUNNING" TO WS-Hb-State
        PERFORM 350-Write-Heartbeat

        MOVE ZERO TO WS-Option
        MOVE SPACE TO WS-Message-Line-1
                       WS-Message-Line-2
                              WS-Run-ID
        END-CALL

*>      PGM00 can run long on a heavy morning - the lease
*>      is renewed (or found lost) again before PGM01 so
*>      intake never runs on a lapsed lease.
        IF  WS-Return = ZERO
            PERFORM 300-Hold-Lease THRU 300-Lease-Exit
        END-IF

        EVALUATE TRUE
            WHEN WS-Return = ZERO
             AND NOT WS-Poll-Lease-Held
                DISPLAY WS-Pgm-ID " lease no longer held - PGM01 "
                        "left to the holder" UPON CONSOLE

            WHEN WS-Return = ZERO
                CALL "PGM01"
                  USING BY REFERENCE WS-Option
                DISPLAY WS-Pgm-ID " PGM00 hard failure ("
                        WS-Return-Msg ") - resident loop stopped"
                  UPON CONSOLE
                MOVE "HALTED" TO WS-Hb-State
                MOVE "Y" TO WS-Poll-Stop-Sw
        END-EVALUATE
    END-IF.

    IF  NOT WS-Poll-Stopped
        CALL "SYSTEM"
          USING WS-Poll-Sleep-Cmd
        END-CALL
    END-IF.

*>------------------------------------------------
300-Hold-Lease.
*>------------------------------------------------
*> Claim, renew, hand back or wait for the polling
*> lease, all under the lease mutex:
*>   ours            - renew it, unless we are the
*>                     standby and the primary has
*>                     asked for it back: hand it back
*>                     and stop
*>   someone else's  - a primary asks for it back and
*>   and current       waits; a standby has nothing to
*>                     stand in for and stops
*>   free or lapsed  - take it (a lapsed lease held by
*>                     another node is a takeover)
*>------------------------------------------------
    MOVE "N" TO WS-Poll-Lease-Held-Sw.

    PERFORM 820-Set-Now-Stamp.

    PERFORM 310-Claim-Lease-Mutex THRU 310-Mutex-Exit.
    IF  NOT WS-Lse-Mutex-Held
        DISPLAY WS-Pgm-ID " lease file busy - cycle skipped"
          UPON CONSOLE
        GO TO 300-Lease-Exit
    END-IF.

    PERFORM 320-Read-Lease.

    EVALUATE TRUE
        WHEN WS-Lse-Holder = WS-Lse-Node
         AND WS-Lse-Handback-Req NOT = SPACE
         AND WS-Lse-Handback-Req NOT = WS-Lse-Node
         AND WS-Poll-Role = "STANDBY"
            MOVE "STOPPED" TO WS-Hb-State
            PERFORM 350-Write-Heartbeat
            MOVE SPACE TO WS-MSG
            STRING "lease HANDBACK to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Lse-Handback-Req) DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE SPACE TO WS-Lse-Holder
                          WS-Lse-Role
                          WS-Lse-Acquired
                          WS-Lse-Expires
                          WS-Lse-Handback-Req
            PERFORM 330-Write-Lease
            PERFORM 360-Record-Lease-Event
            MOVE "Y" TO WS-Poll-Stop-Sw

        WHEN WS-Lse-Holder = WS-Lse-Node
            PERFORM 335-Set-Lease-Expiry
            PERFORM 330-Write-Lease
            MOVE "Y" TO WS-Poll-Lease-Held-Sw

        WHEN WS-Lse-Holder NOT = SPACE
         AND NOT WS-Lse-Expired
            IF  WS-Poll-Was-Held
                MOVE SPACE TO WS-MSG
                STRING "lease lost to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Lse-Holder) DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
                PERFORM 360-Record-Lease-Event
            END-IF
            IF  WS-Poll-Role = "STANDBY"
                DISPLAY WS-Pgm-ID " lease held by "
                        FUNCTION TRIM(WS-Lse-Holder)
                        " - standby not needed, stopping"
                  UPON CONSOLE
                MOVE "Y" TO WS-Poll-Stop-Sw
            ELSE
                IF  WS-Lse-Handback-Req NOT = WS-Lse-Node
                    MOVE WS-Lse-Node TO WS-Lse-Handback-Req
                    PERFORM 330-Write-Lease
                    MOVE SPACE TO WS-MSG
                    STRING "HANDBACK requested from " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Lse-Holder) DELIMITED BY SIZE
                      INTO WS-MSG
                    END-STRING
                    PERFORM 360-Record-Lease-Event
                END-IF
                DISPLAY WS-Pgm-ID " lease held by "
                        FUNCTION TRIM(WS-Lse-Holder)
                        " - waiting for its handback" UPON CONSOLE
            END-IF

        WHEN OTHER
            MOVE SPACE TO WS-MSG
            IF  WS-Lse-Holder NOT = SPACE
                STRING "lease TAKEOVER from " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Lse-Holder) DELIMITED BY SIZE
                       " (lapsed)" DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
            ELSE
                STRING "lease acquired as " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Poll-Role) DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
            END-IF
            MOVE WS-Lse-Node      TO WS-Lse-Holder
            MOVE WS-Poll-Role     TO WS-Lse-Role
            MOVE WS-Lse-Now-Stamp TO WS-Lse-Acquired
            MOVE SPACE            TO WS-Lse-Handback-Req
            PERFORM 335-Set-Lease-Expiry
            PERFORM 330-Write-Lease
            PERFORM 360-Record-Lease-Event
            MOVE "Y" TO WS-Poll-Lease-Held-Sw
    END-EVALUATE.

    PERFORM 311-Release-Lease-Mutex.

*>------------------------------------------------
300-Lease-Exit.
*>------------------------------------------------
    MOVE WS-Poll-Lease-Held-Sw TO WS-Poll-Was-Held-Sw.
    EXIT.

*>------------------------------------------------
310-Claim-Lease-Mutex.
*>------------------------------------------------
*> C$MAKEDIR of pgm00r.lease.lck either creates it
*> (ours) or fails because the other node has it.  One
*> left behind by a process that died holding it is
*> recognized by age, removed, and claimed once more.
*>------------------------------------------------
    MOVE "N" TO WS-Lse-Mutex-Sw.

    CALL "C$MAKEDIR"
      USING WS-Poll-Lease-Lck-Path
    END-CALL.
    IF  Return-Code = ZERO
        MOVE "Y" TO WS-Lse-Mutex-Sw
        GO TO 310-Mutex-Exit
    END-IF.

    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Poll-Lease-Lck-Path
              File-Info
    END-CALL.
    IF  Return-Code NOT = ZERO
        GO TO 310-Mutex-Exit
    END-IF.

    COMPUTE WS-Lse-Cvt-YMD = Mod-YYYY * 10000
                           + Mod-MO * 100
                           + Mod-DD.
    MOVE Mod-HH   TO WS-Lse-Cvt-HH.
    MOVE Mod-MM   TO WS-Lse-Cvt-MI.
    MOVE MOD-SS   TO WS-Lse-Cvt-SS.
    PERFORM 800-Stamp-To-Seconds.

    IF  WS-Lse-Now-Secs > WS-Lse-Cvt-Secs + WS-Lse-Mutex-Stale-Secs
        CALL "CBL_DELETE_DIR"
          USING WS-Poll-Lease-Lck-Path
        END-CALL
        CALL "C$MAKEDIR"
          USING WS-Poll-Lease-Lck-Path
        END-CALL
        IF  Return-Code = ZERO
            MOVE "Y" TO WS-Lse-Mutex-Sw
        END-IF
    END-IF.

*>------------------------------------------------
310-Mutex-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
311-Release-Lease-Mutex.
*>------------------------------------------------
    IF  WS-Lse-Mutex-Held
        CALL "CBL_DELETE_DIR"
          USING WS-Poll-Lease-Lck-Path
        END-CALL
        MOVE "N" TO WS-Lse-Mutex-Sw
    END-IF.

*>------------------------------------------------
320-Read-Lease.
*>------------------------------------------------
*> No file, or a blank holder, is a free lease.  An
*> expiry stamp at or before now is a lapsed one.
*>------------------------------------------------
    MOVE SPACE TO WS-Lse-Holder
                  WS-Lse-Role
                  WS-Lse-Acquired
                  WS-Lse-Expires
                  WS-Lse-Handback-Req.

    OPEN INPUT Poll-Lease-File.
    IF  WS-StatusPLS = "00"
        READ Poll-Lease-File
            AT END
                CONTINUE
            NOT AT END
                MOVE PL-Holder       TO WS-Lse-Holder
                MOVE PL-Role         TO WS-Lse-Role
                MOVE PL-Acquired     TO WS-Lse-Acquired
                MOVE PL-Expires      TO WS-Lse-Expires
                MOVE PL-Handback-Req TO WS-Lse-Handback-Req
        END-READ
        CLOSE Poll-Lease-File
    END-IF.

    MOVE WS-Lse-Expires TO WS-Lse-Cvt-Stamp-X.
    PERFORM 800-Stamp-To-Seconds.
    IF  WS-Lse-Cvt-Secs <= WS-Lse-Now-Secs
        MOVE "Y" TO WS-Lse-Expired-Sw
    ELSE
        MOVE "N" TO WS-Lse-Expired-Sw
    END-IF.

*>------------------------------------------------
330-Write-Lease.
*>------------------------------------------------
    MOVE SPACE TO Poll-Lease-Line.
    MOVE WS-Lse-Holder       TO PL-Holder.
    MOVE WS-Lse-Role         TO PL-Role.
    MOVE WS-Lse-Acquired     TO PL-Acquired.
    MOVE WS-Lse-Expires      TO PL-Expires.
    MOVE WS-Lse-Handback-Req TO PL-Handback-Req.

    OPEN OUTPUT Poll-Lease-File.
    IF  WS-StatusPLS = "00"
        WRITE Poll-Lease-Line
        CLOSE Poll-Lease-File
    END-IF.

*>------------------------------------------------
335-Set-Lease-Expiry.
*>------------------------------------------------
    COMPUTE WS-Lse-Cvt-Secs = WS-Lse-Now-Secs + WS-Lse-Seconds.
    PERFORM 810-Seconds-To-Stamp.
    MOVE WS-Lse-Cvt-Stamp-X TO WS-Lse-Expires.

*>------------------------------------------------
340-Release-Lease.
*>------------------------------------------------
*> End of window: clear the lease if it is still ours.
*>------------------------------------------------
    PERFORM 820-Set-Now-Stamp.

    PERFORM 310-Claim-Lease-Mutex THRU 310-Mutex-Exit.
    IF  NOT WS-Lse-Mutex-Held
        GO TO 340-Release-Exit
    END-IF.

    PERFORM 320-Read-Lease.
    IF  WS-Lse-Holder = WS-Lse-Node
        MOVE SPACE TO WS-Lse-Holder
                      WS-Lse-Role
                      WS-Lse-Acquired
                      WS-Lse-Expires
                      WS-Lse-Handback-Req
        PERFORM 330-Write-Lease
        MOVE "lease released" TO WS-MSG
        PERFORM 360-Record-Lease-Event
    END-IF.

    PERFORM 311-Release-Lease-Mutex.

*>------------------------------------------------
340-Release-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
350-Write-Heartbeat.
*>------------------------------------------------
*> One row, rewritten - the watchdog only ever wants
*> the latest.
*>------------------------------------------------
    MOVE SPACE TO Heartbeat-Line.
    MOVE WS-Lse-Now-Stamp    TO HB-Stamp.
    MOVE WS-Lse-Node         TO HB-Node.
    MOVE WS-Poll-Role        TO HB-Role.
    MOVE WS-Hb-State         TO HB-State.
    MOVE WS-Poll-Seconds     TO HB-Poll-Seconds.
    MOVE WS-Poll-Cycle-Count TO HB-Cycle.

    OPEN OUTPUT Heartbeat-File.
    IF  WS-StatusHBT = "00"
        WRITE Heartbeat-Line
        CLOSE Heartbeat-File
    END-IF.

*>------------------------------------------------
360-Record-Lease-Event.
*>------------------------------------------------
*> Every change of lease hands is a run-audit row,
*> same layout and append idiom as PGM00's 114-Write-
*> Run-Audit-Record.
*>------------------------------------------------
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

    MOVE SPACE TO WS-Run-Audit-Row.

    STRING CDT-Month DELIMITED BY SIZE
           "/"       DELIMITED BY SIZE
           CDT-Day   DELIMITED BY SIZE
           "/"       DELIMITED BY SIZE
           CDT-Year  DELIMITED BY SIZE
           " "       DELIMITED BY SIZE
           CDT-Hour  DELIMITED BY SIZE
           ":"       DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           ":"       DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Run-Audit-Stamp
    END-STRING.

    MOVE WS-Pgm-ID  TO WS-Run-Audit-Pgm-ID.
    MOVE WS-OS-User TO WS-Run-Audit-User.
    MOVE ZERO       TO WS-Run-Audit-Option.
    MOVE WS-MSG     TO WS-Run-Audit-Text.
    MOVE WS-Lse-Node TO WS-Run-Audit-Run-ID.

    MOVE "A"               TO WS-Chn-Function.
    MOVE WS-Pgm-ID         TO WS-Chn-Caller.
    MOVE WS-Run-Audit-Path TO WS-Chn-Path.
    MOVE 116               TO WS-Chn-Row-Len.
    MOVE WS-Run-Audit-Row  TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Run-Audit-File
        IF  WS-StatusRUA NOT = "00"
            OPEN OUTPUT Run-Audit-File
        END-IF
        IF  WS-StatusRUA = "00"
            WRITE Run-Audit-Printline
              FROM WS-Run-Audit-Row
              AFTER ADVANCING 1
            END-WRITE
            CLOSE Run-Audit-File
        END-IF
    END-IF.

*>------------------------------------------------
800-Stamp-To-Seconds.
*>------------------------------------------------
*> WS-Lse-Cvt-Stamp (YYYYMMDDHHMMSS) -> WS-Lse-Cvt-
*> Secs; anything not a stamp reads as zero, i.e.
*> long past.
*>------------------------------------------------
    MOVE ZERO TO WS-Lse-Cvt-Secs.
    IF  WS-Lse-Cvt-Stamp-X IS NUMERIC
    AND WS-Lse-Cvt-YMD > 19000101
        COMPUTE WS-Lse-Cvt-Secs
              = FUNCTION INTEGER-OF-DATE(WS-Lse-Cvt-YMD) * 86400
              + WS-Lse-Cvt-HH * 3600
              + WS-Lse-Cvt-MI * 60
              + WS-Lse-Cvt-SS
    END-IF.

*>------------------------------------------------
810-Seconds-To-Stamp.
*>------------------------------------------------
    DIVIDE WS-Lse-Cvt-Secs BY 86400
      GIVING WS-Lse-Cvt-Days
      REMAINDER WS-Lse-Cvt-Rem.
    MOVE FUNCTION DATE-OF-INTEGER(WS-Lse-Cvt-Days)
      TO WS-Lse-Cvt-YMD.
    DIVIDE WS-Lse-Cvt-Rem BY 3600
      GIVING WS-Lse-Cvt-HH
      REMAINDER WS-Lse-Cvt-Rem.
    DIVIDE WS-Lse-Cvt-Rem BY 60
      GIVING WS-Lse-Cvt-MI
      REMAINDER WS-Lse-Cvt-SS.

*>------------------------------------------------
820-Set-Now-Stamp.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Lse-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Lse-Now-Stamp
    END-STRING.

    MOVE WS-Lse-Now-Stamp TO WS-Lse-Cvt-Stamp-X.
    PERFORM 800-Stamp-To-Seconds.
    MOVE WS-Lse-Cvt-Secs TO WS-Lse-Now-Secs.

*>------------------------------------------------
END PROGRAM PGM00R.
