*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM48.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Resident poller watchdog.
*> PGM00R rewrites ./logs/pgm00r.heartbeat at the top
*> of every cycle.  This runs from cron on the standby
*> node, reads it, and when it is older than two of
*> the poller's own polling intervals raises one alert
*> for that silence.  When the silent poller's lease on
*> the shared mount has lapsed too, the primary is
*> taken as dead: the lease is claimed for this node,
*> a pgm00.lock the dead cycle left behind is cleared,
*> and a standby PGM00R is started here to carry the
*> polling on.  It hands the lease back when the
*> primary is restarted.  A poller that stopped cleanly
*> at end of window is left alone; one that halted on
*> a hard failure is alerted but not replaced - the
*> standby would only fail the same way.  No takeover
*> after PGM00_POLL_END.  Takeovers are recorded in the
*> run audit.  Same cron-driven mold as PGM33.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Heartbeat-Select.cpy".
COPY "./copybooks/Poll-Lease-Select.cpy".
COPY "./copybooks/Node-Name-Select.cpy".
COPY "./copybooks/Watchdog-State-Select.cpy".
COPY "./copybooks/Lock-File-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Heartbeat-FD.cpy".
COPY "./copybooks/Poll-Lease-FD.cpy".
COPY "./copybooks/Node-Name-FD.cpy".
COPY "./copybooks/Watchdog-State-FD.cpy".
COPY "./copybooks/Lock-File-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM48".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Heartbeat-WS.cpy".

COPY "./copybooks/Poll-Lease-WS.cpy".

COPY "./copybooks/Node-Name-WS.cpy".

COPY "./copybooks/Watchdog-State-WS.cpy".

COPY "./copybooks/Lock-File-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Wd-Hb-Found-Sw            PIC X(01) VALUE "N".
    88  WS-Wd-Hb-Found           VALUE "Y".
01  WS-Wd-Hb-Stamp               PIC X(14) VALUE SPACE.
01  WS-Wd-Hb-Node                PIC X(20) VALUE SPACE.
01  WS-Wd-Hb-State               PIC X(08) VALUE SPACE.
01  WS-Wd-Hb-Poll-Seconds        PIC 9(05) VALUE ZERO.
01  WS-Wd-Hb-Secs                PIC 9(12) VALUE ZERO.
01  WS-Wd-Age-Secs               PIC 9(12) VALUE ZERO.
01  WS-Wd-Age-Minutes            PIC 9(07) VALUE ZERO.
01  WS-Wd-Age-Edit               PIC Z(06)9 VALUE ZERO.
01  WS-Wd-Stale-Secs             PIC 9(07) VALUE ZERO.
01  WS-Wd-Poll-End-HHMM          PIC X(04) VALUE "1800".
01  WS-Wd-Poll-End-Raw           PIC X(08) VALUE SPACE.
01  WS-Wd-Now-HHMM               PIC X(04) VALUE SPACE.
01  WS-Wd-Start-Cmd              PIC X(120) VALUE SPACE.
01  WS-Wd-Lock-Pgm               PIC X(10) VALUE SPACE.
01  WS-Wd-Lock-Word              PIC X(10) VALUE SPACE.
01  WS-Wd-Lock-Date              PIC X(08) VALUE SPACE.
01  WS-Wd-Lock-Time              PIC X(06) VALUE SPACE.
01  WS-Wd-Lock-Secs              PIC 9(12) VALUE ZERO.
01  WS-Wd-Return                 PIC 9(02) VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
*> RC 0 healthy (or stopped, or never started), 4 a
*> silent or halted poller alerted, 8 a takeover.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE ZERO TO WS-Wd-Return.

    PERFORM 100-Read-Heartbeat.

    IF  NOT WS-Wd-Hb-Found
        DISPLAY WS-Pgm-ID " no heartbeat on file - resident "
                "poller not started" UPON CONSOLE
        MOVE ZERO TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM 200-Judge-Heartbeat THRU 200-Judge-Exit.

    MOVE WS-Wd-Return TO RETURN-CODE.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override the rest of the
*> system uses - on the standby node it has to name
*> the same shared tree the primary polls - plus this
*> node's identity and the lease length, read the way
*> PGM00R reads them so a standby it starts agrees.
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

    MOVE SPACE TO WS-Watchdog-State-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/pgm00r.watchdog" DELIMITED BY SIZE
      INTO WS-Watchdog-State-Path
    END-STRING.

    MOVE SPACE TO WS-Lock-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/pgm00.lock" DELIMITED BY SIZE
      INTO WS-Lock-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    PERFORM 085-Init-Node-Name.

    ACCEPT WS-Wd-Poll-End-Raw FROM ENVIRONMENT "PGM00_POLL_END"
      END-ACCEPT.
    IF  WS-Wd-Poll-End-Raw NOT = SPACE
        MOVE WS-Wd-Poll-End-Raw(1:4) TO WS-Wd-Poll-End-HHMM
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

    PERFORM 820-Set-Now-Stamp.

    MOVE SPACE TO WS-Wd-Now-HHMM.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
      INTO WS-Wd-Now-HHMM
    END-STRING.

    MOVE SPACE TO WS-Wd-Alerted-Stamp
                  WS-Wd-Alerted-Node.
    OPEN INPUT Watchdog-State-File.
    IF  WS-StatusWDS = "00"
        READ Watchdog-State-File
            AT END
                CONTINUE
            NOT AT END
                MOVE WD-Alerted-Stamp TO WS-Wd-Alerted-Stamp
                MOVE WD-Alerted-Node  TO WS-Wd-Alerted-Node
        END-READ
        CLOSE Watchdog-State-File
    END-IF.

*>------------------------------------------------
085-Init-Node-Name.
*>------------------------------------------------
*> Same resolution as PGM00R's 085-Init-Node-Name.
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
100-Read-Heartbeat.
*>------------------------------------------------
    MOVE "N" TO WS-Wd-Hb-Found-Sw.

    OPEN INPUT Heartbeat-File.
    IF  WS-StatusHBT = "00"
        READ Heartbeat-File
            AT END
                CONTINUE
            NOT AT END
                MOVE "Y"             TO WS-Wd-Hb-Found-Sw
                MOVE HB-Stamp        TO WS-Wd-Hb-Stamp
                MOVE HB-Node         TO WS-Wd-Hb-Node
                MOVE HB-State        TO WS-Wd-Hb-State
                MOVE ZERO            TO WS-Wd-Hb-Poll-Seconds
                IF  HB-Poll-Seconds IS NUMERIC
                    MOVE HB-Poll-Seconds TO WS-Wd-Hb-Poll-Seconds
                END-IF
        END-READ
        CLOSE Heartbeat-File
    END-IF.

    IF  WS-Wd-Hb-Poll-Seconds < 1
        MOVE 300 TO WS-Wd-Hb-Poll-Seconds
    END-IF.

*>  the lease a takeover writes is sized the way PGM00R
*>  sizes its own, from the interval the poller ran at.
    MOVE ZERO TO WS-Lse-Seconds.
    ACCEPT WS-Lse-Seconds-Raw FROM ENVIRONMENT "PGM00_LEASE_SECONDS"
      END-ACCEPT.
    IF  WS-Lse-Seconds-Raw NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Lse-Seconds-Raw)
          TO WS-Lse-Seconds
    END-IF.
    IF  WS-Lse-Seconds <= WS-Wd-Hb-Poll-Seconds * 2
        COMPUTE WS-Lse-Seconds = WS-Wd-Hb-Poll-Seconds * 3
    END-IF.

*>------------------------------------------------
200-Judge-Heartbeat.
*>------------------------------------------------
*> Healthy = a RUNNING heartbeat no older than two of
*> its own polling intervals.  One alert per silent
*> heartbeat stamp, however many cron passes see it.
*>------------------------------------------------
    MOVE WS-Wd-Hb-Stamp TO WS-Lse-Cvt-Stamp-X.
    PERFORM 800-Stamp-To-Seconds.
    MOVE WS-Lse-Cvt-Secs TO WS-Wd-Hb-Secs.

    MOVE ZERO TO WS-Wd-Age-Secs.
    IF  WS-Lse-Now-Secs > WS-Wd-Hb-Secs
        COMPUTE WS-Wd-Age-Secs = WS-Lse-Now-Secs - WS-Wd-Hb-Secs
    END-IF.
    COMPUTE WS-Wd-Age-Minutes = WS-Wd-Age-Secs / 60.
    MOVE WS-Wd-Age-Minutes TO WS-Wd-Age-Edit.
    COMPUTE WS-Wd-Stale-Secs = WS-Wd-Hb-Poll-Seconds * 2.

    EVALUATE TRUE
        WHEN WS-Wd-Hb-State = "STOPPED"
            DISPLAY WS-Pgm-ID " resident poller on "
                    FUNCTION TRIM(WS-Wd-Hb-Node) " stopped cleanly ("
                    WS-Wd-Hb-Stamp ")" UPON CONSOLE
            GO TO 200-Judge-Exit

        WHEN WS-Wd-Hb-State = "HALTED"
            DISPLAY WS-Pgm-ID " resident poller on "
                    FUNCTION TRIM(WS-Wd-Hb-Node)
                    " halted on a hard failure - no takeover"
              UPON CONSOLE
            MOVE SPACE TO WS-MSG
            STRING "poller HALTED on " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Wd-Hb-Node) DELIMITED BY SIZE
                   " - hard failure, see main.log" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            PERFORM 250-Raise-Once
            MOVE 4 TO WS-Wd-Return
            GO TO 200-Judge-Exit

        WHEN WS-Wd-Age-Secs <= WS-Wd-Stale-Secs
            DISPLAY WS-Pgm-ID " resident poller on "
                    FUNCTION TRIM(WS-Wd-Hb-Node) " healthy - last "
                    "cycle " FUNCTION TRIM(WS-Wd-Age-Edit)
                    " min ago" UPON CONSOLE
            GO TO 200-Judge-Exit

        WHEN OTHER
            DISPLAY WS-Pgm-ID " resident poller on "
                    FUNCTION TRIM(WS-Wd-Hb-Node) " silent for "
                    FUNCTION TRIM(WS-Wd-Age-Edit) " min" UPON CONSOLE
            MOVE SPACE TO WS-MSG
            STRING "poller on " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Wd-Hb-Node) DELIMITED BY SIZE
                   " silent " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Wd-Age-Edit) DELIMITED BY SIZE
                   " min" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            PERFORM 250-Raise-Once
            MOVE 4 TO WS-Wd-Return
    END-EVALUATE.

    PERFORM 300-Take-Over THRU 300-Takeover-Exit.

*>------------------------------------------------
200-Judge-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
250-Raise-Once.
*>------------------------------------------------
    IF  WS-Wd-Alerted-Stamp = WS-Wd-Hb-Stamp
    AND WS-Wd-Alerted-Node  = WS-Wd-Hb-Node
        CONTINUE
    ELSE
        PERFORM 260-Raise-Alert

        MOVE WS-Wd-Hb-Stamp TO WS-Wd-Alerted-Stamp
        MOVE WS-Wd-Hb-Node  TO WS-Wd-Alerted-Node
        MOVE SPACE TO Watchdog-State-Line
        MOVE WS-Wd-Alerted-Stamp TO WD-Alerted-Stamp
        MOVE WS-Wd-Alerted-Node  TO WD-Alerted-Node
        OPEN OUTPUT Watchdog-State-File
        IF  WS-StatusWDS = "00"
            WRITE Watchdog-State-Line
            CLOSE Watchdog-State-File
        END-IF
    END-IF.

*>------------------------------------------------
260-Raise-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row the other raisers
*> drop, for PGM05 to deliver.
*>------------------------------------------------
    MOVE SPACE TO WS-Alert-Queue-Row.
    MOVE CDT-Date TO WS-Alert-Date.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

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
300-Take-Over.
*>------------------------------------------------
*> A silent heartbeat alone is not proof of death -
*> the poller may be deep in a long PGM00.  The proof
*> is its lease lapsing as well, since a live PGM00R
*> renews it every cycle.  The claim is made under the
*> lease mutex so a primary restarting at the same
*> moment cannot claim it too.
*>------------------------------------------------
    IF  WS-Wd-Now-HHMM >= WS-Wd-Poll-End-HHMM
        DISPLAY WS-Pgm-ID " past end of window - no takeover"
          UPON CONSOLE
        GO TO 300-Takeover-Exit
    END-IF.

    PERFORM 310-Claim-Lease-Mutex THRU 310-Mutex-Exit.
    IF  NOT WS-Lse-Mutex-Held
        DISPLAY WS-Pgm-ID " lease file busy - takeover left to "
                "the next pass" UPON CONSOLE
        GO TO 300-Takeover-Exit
    END-IF.

    PERFORM 320-Read-Lease.

    IF  WS-Lse-Holder NOT = SPACE
    AND NOT WS-Lse-Expired
        PERFORM 311-Release-Lease-Mutex
        DISPLAY WS-Pgm-ID " lease still held by "
                FUNCTION TRIM(WS-Lse-Holder) " until "
                WS-Lse-Expires " - not confirmed dead yet"
          UPON CONSOLE
        GO TO 300-Takeover-Exit
    END-IF.

    MOVE WS-Lse-Node      TO WS-Lse-Holder.
    MOVE "STANDBY"        TO WS-Lse-Role.
    MOVE WS-Lse-Now-Stamp TO WS-Lse-Acquired.
    MOVE SPACE            TO WS-Lse-Handback-Req.
    PERFORM 335-Set-Lease-Expiry.
    PERFORM 330-Write-Lease.

    PERFORM 311-Release-Lease-Mutex.

    MOVE SPACE TO WS-MSG.
    STRING "lease TAKEOVER from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Wd-Hb-Node) DELIMITED BY SIZE
           " (dead)" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 360-Record-Lease-Event.

    PERFORM 340-Clear-Dead-Lock
      THRU 340-Clear-Exit.

    MOVE SPACE TO WS-MSG.
    STRING "poller TAKEOVER by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lse-Node) DELIMITED BY SIZE
           " from " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Wd-Hb-Node) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 260-Raise-Alert.

*>  the standby carries this node's name in so the
*>  lease just written is the one it finds as its own.
    MOVE SPACE TO WS-Wd-Start-Cmd.
    STRING "PGM00_POLL_ROLE=STANDBY PGM00_NODE_NAME="
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lse-Node) DELIMITED BY SIZE
           " nohup ./pgm00r >/dev/null 2>&1 &" DELIMITED BY SIZE
      INTO WS-Wd-Start-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Wd-Start-Cmd
    END-CALL.

    DISPLAY WS-Pgm-ID " standby poller started on "
            FUNCTION TRIM(WS-Lse-Node) UPON CONSOLE.

    MOVE 8 TO WS-Wd-Return.

*>------------------------------------------------
300-Takeover-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Claim-Lease-Mutex.
*>------------------------------------------------
*> Same claim as PGM00R's 310-Claim-Lease-Mutex.
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
340-Clear-Dead-Lock.
*>------------------------------------------------
*> The dead cycle's pgm00.lock would keep every
*> standby PGM00 locked out.  It is only removed when
*> its "PGM00 started YYYYMMDD HHMMSS" stamp falls in
*> the dead poller's last cycle (between its final
*> heartbeat and that lease's length after it) - a
*> lock from anything else is left for an operator.
*>------------------------------------------------
    MOVE SPACE TO WS-Lock-Line.
    OPEN INPUT Lock-File.
    IF  WS-StatusLCK = "00"
        READ Lock-File
            AT END
                CONTINUE
            NOT AT END
                MOVE Lock-File-Line TO WS-Lock-Line
        END-READ
        CLOSE Lock-File
    ELSE
        GO TO 340-Clear-Exit
    END-IF.

    MOVE SPACE TO WS-Wd-Lock-Pgm
                  WS-Wd-Lock-Word
                  WS-Wd-Lock-Date
                  WS-Wd-Lock-Time.
    UNSTRING WS-Lock-Line DELIMITED BY ALL SPACE
        INTO WS-Wd-Lock-Pgm
             WS-Wd-Lock-Word
             WS-Wd-Lock-Date
             WS-Wd-Lock-Time
    END-UNSTRING.

    MOVE SPACE TO WS-Lse-Cvt-Stamp-X.
    STRING WS-Wd-Lock-Date DELIMITED BY SIZE
           WS-Wd-Lock-Time DELIMITED BY SIZE
      INTO WS-Lse-Cvt-Stamp-X
    END-STRING.
    PERFORM 800-Stamp-To-Seconds.
    MOVE WS-Lse-Cvt-Secs TO WS-Wd-Lock-Secs.

    IF  WS-Wd-Lock-Secs >= WS-Wd-Hb-Secs
    AND WS-Wd-Lock-Secs <= WS-Wd-Hb-Secs + WS-Lse-Seconds
        CALL "CBL_DELETE_FILE"
          USING WS-Lock-Path
        END-CALL
        IF  Return-Code = ZERO
            MOVE "dead cycle's pgm00.lock cleared" TO WS-MSG
            PERFORM 360-Record-Lease-Event
        END-IF
    ELSE
        DISPLAY WS-Pgm-ID " pgm00.lock (" FUNCTION TRIM(WS-Lock-Line)
                ") is not the dead cycle's - left in place"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
340-Clear-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
360-Record-Lease-Event.
*>------------------------------------------------
*> Same run-audit row PGM00R writes for a change of
*> lease hands.
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

    MOVE WS-Pgm-ID   TO WS-Run-Audit-Pgm-ID.
    MOVE WS-OS-User  TO WS-Run-Audit-User.
    MOVE ZERO        TO WS-Run-Audit-Option.
    MOVE WS-MSG      TO WS-Run-Audit-Text.
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

END PROGRAM PGM48.
