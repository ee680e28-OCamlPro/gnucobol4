*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM61.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Operator sign-on and session service.
*> The ops server has one shared service login, so
*> USER/LOGNAME says nothing about who is at the
*> terminal.  With an operator master deployed
*> (./reports/operators.cfg - ID, SHA-256 of "ID:PIN",
*> status, failed-try count) PGM32 signs the operator
*> on through here, and every console and job asks here
*> who that is instead of asking the OS:
*>   S  check the ID and PIN; a wrong PIN counts a
*>      failed try, and the PGM00_SIGNON_TRIES'th in a
*>      row (default 3) locks the operator and raises
*>      an alert.  A good one clears the count and opens
*>      a session in ./logs/sessions.dat, whose ID goes
*>      into PGM00_SESSION_ID for everything PGM32 runs.
*>   V  look that session up, end it if it has sat idle
*>      longer than PGM00_SESSION_IDLE_MINUTES (default
*>      15) or its operator has since been locked or
*>      disabled, otherwise touch it and hand back the
*>      operator ID.
*>   E  sign the session off.
*>   H  hash an ID and PIN for PGM62 to store.
*> No master on file answers 4 to everything, and the
*> callers fall back to USER/LOGNAME - today's
*> behavior.  Every outcome is journalled to
*> ./logs/signon.log.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Operator-Master-Select.cpy".
COPY "./copybooks/Session-Select.cpy".
COPY "./copybooks/Signon-Log-Select.cpy".
COPY "./copybooks/Pin-Scratch-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Operator-Master-FD.cpy".
COPY "./copybooks/Session-FD.cpy".
COPY "./copybooks/Signon-Log-FD.cpy".
COPY "./copybooks/Pin-Scratch-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM61".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Operator-Master-WS.cpy".

COPY "./copybooks/Session-WS.cpy".

COPY "./copybooks/Signon-Log-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.
01  WS-OS-User                   PIC X(20) VALUE SPACE.

01  WS-StatusPIN                 PIC X(02).
01  WS-Pin-Scratch-Path          PIC X(60) VALUE SPACE.

*> failed tries in a row that lock an operator
*> (PGM00_SIGNON_TRIES, default 3).
01  WS-Opr-Try-Limit             PIC 9(02) VALUE 3.
01  WS-Opr-Try-Raw               PIC X(10) VALUE SPACE.

01  WS-Opr-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Opr-Key                   PIC X(20) VALUE SPACE.
01  WS-Opr-Computed-Hash         PIC X(64) VALUE SPACE.
01  WS-Opr-Env-Session           PIC X(20) VALUE SPACE.
01  WS-Opr-Rand                  PIC 9(06) VALUE ZERO.
01  WS-Opr-Seed                  PIC 9(08) VALUE ZERO.
01  WS-Opr-Tries-Edit            PIC Z9 VALUE ZERO.
01  WS-Opr-Idle-Edit             PIC Z(08)9 VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/Operator-Link-WS.cpy".

*>------------------------------------------------
PROCEDURE DIVISION USING WS-Opr-Link.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Paths.

    MOVE ZERO  TO WS-Opr-Return.
    MOVE SPACE TO WS-Opr-Msg.

    EVALUATE TRUE
        WHEN WS-Opr-Fn-Hash
            PERFORM 300-Hash-Pin THRU 300-Hash-Pin-Exit
        WHEN WS-Opr-Fn-Sign-On
            PERFORM 100-Sign-On THRU 100-Sign-On-Exit
        WHEN WS-Opr-Fn-Validate
            PERFORM 200-Validate-Session
              THRU 200-Validate-Session-Exit
        WHEN WS-Opr-Fn-Sign-Off
            PERFORM 400-Sign-Off THRU 400-Sign-Off-Exit
        WHEN OTHER
            MOVE 16 TO WS-Opr-Return
            MOVE "unknown sign-on function" TO WS-Opr-Msg
    END-EVALUATE.

*>  the PIN does not outlive the call.
    MOVE SPACE TO WS-Opr-PIN.

    GOBACK.

*>------------------------------------------------
090-Init-Paths.
*>------------------------------------------------
*> Same environment-variable override as the rest of
*> the system; the master sits with the other tables
*> under ./reports, the sessions and journal under
*> ./logs.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Operator-Master-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/operators.cfg" DELIMITED BY SIZE
      INTO WS-Operator-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Session-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/sessions.dat" DELIMITED BY SIZE
      INTO WS-Session-Path
    END-STRING.

    MOVE SPACE TO WS-Signon-Log-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/signon.log" DELIMITED BY SIZE
      INTO WS-Signon-Log-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Pin-Scratch-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/.signon-pin.tmp" DELIMITED BY SIZE
      INTO WS-Pin-Scratch-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/.signon-hash.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
    END-STRING.

    ACCEPT WS-Opr-Try-Raw FROM ENVIRONMENT "PGM00_SIGNON_TRIES"
      END-ACCEPT.
    IF  WS-Opr-Try-Raw NOT = SPACE
    AND FUNCTION TEST-NUMVAL(WS-Opr-Try-Raw) = ZERO
        IF  FUNCTION NUMVAL(WS-Opr-Try-Raw) > ZERO
        AND FUNCTION NUMVAL(WS-Opr-Try-Raw) < 100
            MOVE FUNCTION NUMVAL(WS-Opr-Try-Raw)
              TO WS-Opr-Try-Limit
        END-IF
    END-IF.

    ACCEPT WS-Ses-Idle-Raw
      FROM ENVIRONMENT "PGM00_SESSION_IDLE_MINUTES"
    END-ACCEPT.
    IF  WS-Ses-Idle-Raw NOT = SPACE
    AND FUNCTION TEST-NUMVAL(WS-Ses-Idle-Raw) = ZERO
        IF  FUNCTION NUMVAL(WS-Ses-Idle-Raw) > ZERO
        AND FUNCTION NUMVAL(WS-Ses-Idle-Raw) < 10000
            MOVE FUNCTION NUMVAL(WS-Ses-Idle-Raw)
              TO WS-Ses-Idle-Limit
        END-IF
    END-IF.

*>  the OS login still goes on every journal row - it
*>  says which terminal session the sign-on came from.
    ACCEPT WS-OS-User FROM ENVIRONMENT "USER" END-ACCEPT.
    IF  WS-OS-User = SPACE
        ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
    END-IF.
    IF  WS-OS-User = SPACE
        MOVE "UNKNOWN" TO WS-OS-User
    END-IF.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Opr-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Opr-Stamp
    END-STRING.

*>------------------------------------------------
100-Sign-On.
*>------------------------------------------------
*> One sign-on attempt.  An unknown ID and a wrong PIN
*> get the same answer, so the screen does not tell a
*> guesser which IDs exist; only a known ID has a count
*> to lock.
*>------------------------------------------------
    PERFORM 500-Load-Master.
    IF  WS-Opm-No-File
        MOVE 4 TO WS-Opr-Return
        MOVE "no operator master - sign-on not in force"
          TO WS-Opr-Msg
        GO TO 100-Sign-On-Exit
    END-IF.

    MOVE FUNCTION UPPER-CASE(WS-Opr-ID) TO WS-Opr-Key.
    MOVE WS-Opr-Key TO WS-Opr-ID.
    PERFORM 510-Find-Operator.

    IF  NOT WS-Opm-Found
        MOVE 16 TO WS-Opr-Return
        MOVE "unknown operator or wrong PIN" TO WS-Opr-Msg
        MOVE "FAILED" TO WS-Sgl-Event
        MOVE "unknown operator ID" TO WS-MSG
        PERFORM 700-Journal-Event
        GO TO 100-Sign-On-Exit
    END-IF.

    SET WS-Opm-Idx TO WS-Opm-Hit.

    EVALUATE TRUE
        WHEN WS-Opm-Disabled(WS-Opm-Idx)
            MOVE 16 TO WS-Opr-Return
            MOVE "operator is disabled - see a supervisor"
              TO WS-Opr-Msg
        WHEN WS-Opm-Locked(WS-Opm-Idx)
            MOVE 16 TO WS-Opr-Return
            MOVE "operator is locked - see a supervisor"
              TO WS-Opr-Msg
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF  WS-Opr-Refused
        MOVE "REFUSED" TO WS-Sgl-Event
        MOVE WS-Opr-Msg TO WS-MSG
        PERFORM 700-Journal-Event
        GO TO 100-Sign-On-Exit
    END-IF.

    PERFORM 300-Hash-Pin THRU 300-Hash-Pin-Exit.
    MOVE WS-Opr-Hash TO WS-Opr-Computed-Hash.
    MOVE SPACE TO WS-Opr-Hash.

    IF  WS-Opr-Computed-Hash = SPACE
        MOVE 16 TO WS-Opr-Return
        MOVE "PIN could not be checked - sign-on refused"
          TO WS-Opr-Msg
        MOVE "REFUSED" TO WS-Sgl-Event
        MOVE "sha256sum gave no hash" TO WS-MSG
        PERFORM 700-Journal-Event
        GO TO 100-Sign-On-Exit
    END-IF.

    IF  WS-Opr-Computed-Hash NOT = WS-Opm-Pin-Hash(WS-Opm-Idx)
        PERFORM 110-Count-Failed-Try
        GO TO 100-Sign-On-Exit
    END-IF.

    MOVE ZERO         TO WS-Opm-Fail-Count(WS-Opm-Idx).
    MOVE WS-Opr-Stamp TO WS-Opm-Last-Signon(WS-Opm-Idx).
    PERFORM 520-Rewrite-Master.

    PERFORM 120-Open-Session.

    MOVE "SIGNON" TO WS-Sgl-Event.
    MOVE "signed on" TO WS-MSG.
    PERFORM 700-Journal-Event.

    MOVE SPACE TO WS-Opr-Msg.
    STRING "signed on as " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Opr-ID) DELIMITED BY SIZE
      INTO WS-Opr-Msg
    END-STRING.

*>------------------------------------------------
100-Sign-On-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
110-Count-Failed-Try.
*>------------------------------------------------
*> The count lives on the master row, so it survives
*> the operator quitting PGM32 and starting it again.
*>------------------------------------------------
    ADD 1 TO WS-Opm-Fail-Count(WS-Opm-Idx).
    MOVE 16 TO WS-Opr-Return.

    IF  WS-Opm-Fail-Count(WS-Opm-Idx) >= WS-Opr-Try-Limit
        MOVE "L"          TO WS-Opm-Status(WS-Opm-Idx)
        MOVE WS-Pgm-ID    TO WS-Opm-Changed-By(WS-Opm-Idx)
        MOVE WS-Opr-Stamp TO WS-Opm-Changed-Stamp(WS-Opm-Idx)
        PERFORM 520-Rewrite-Master

        MOVE WS-Opm-Fail-Count(WS-Opm-Idx) TO WS-Opr-Tries-Edit
        MOVE SPACE TO WS-MSG
        STRING "operator " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Opr-ID) DELIMITED BY SIZE
               " locked after " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Opr-Tries-Edit) DELIMITED BY SIZE
               " failed sign-ons" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 710-Raise-Lockout-Alert

        MOVE "LOCKED" TO WS-Sgl-Event
        PERFORM 700-Journal-Event
        MOVE "wrong PIN - operator is now locked" TO WS-Opr-Msg
    ELSE
        PERFORM 520-Rewrite-Master
        MOVE "FAILED" TO WS-Sgl-Event
        MOVE "wrong PIN" TO WS-MSG
        PERFORM 700-Journal-Event
        MOVE "unknown operator or wrong PIN" TO WS-Opr-Msg
    END-IF.

*>------------------------------------------------
120-Open-Session.
*>------------------------------------------------
*> Session ID is the sign-on stamp plus six random
*> digits; sessions already idle past the limit are
*> swept out while the file is being rewritten anyway.
*>------------------------------------------------
    PERFORM 600-Load-Sessions.
    PERFORM 630-Sweep-Idle-Session
      VARYING WS-Ses-Idx FROM 1 BY 1
        UNTIL WS-Ses-Idx > WS-Ses-Count.

    COMPUTE WS-Opr-Seed = CDT-Minutes * 10000
                        + CDT-Seconds * 100
                        + CDT-Hundredths-Of-Secs.
    COMPUTE WS-Opr-Rand = FUNCTION RANDOM(WS-Opr-Seed) * 999999.
    COMPUTE WS-Opr-Rand = FUNCTION RANDOM * 999999.

    MOVE SPACE TO WS-Opr-Session-ID.
    STRING WS-Opr-Stamp DELIMITED BY SIZE
           WS-Opr-Rand  DELIMITED BY SIZE
      INTO WS-Opr-Session-ID
    END-STRING.

*>  a full file drops the stalest session to make room.
    IF  WS-Ses-Count >= WS-Ses-Limit
        MOVE "Y" TO WS-Ses-Drop(1)
        PERFORM 620-Rewrite-Sessions
        PERFORM 600-Load-Sessions
    END-IF.

    ADD 1 TO WS-Ses-Count.
    SET WS-Ses-Idx TO WS-Ses-Count.
    MOVE WS-Opr-Session-ID TO WS-Ses-Session-ID(WS-Ses-Idx).
    MOVE WS-Opr-ID         TO WS-Ses-Operator-ID(WS-Ses-Idx).
    MOVE WS-Opr-Stamp      TO WS-Ses-Started(WS-Ses-Idx).
    MOVE WS-Opr-Stamp      TO WS-Ses-Last-Active(WS-Ses-Idx).
    MOVE "N"               TO WS-Ses-Drop(WS-Ses-Idx).
    PERFORM 620-Rewrite-Sessions.

    SET ENVIRONMENT "PGM00_SESSION_ID" TO WS-Opr-Session-ID.

*>------------------------------------------------
200-Validate-Session.
*>------------------------------------------------
*> Who is signed on at this terminal - the session
*> PGM32 put in PGM00_SESSION_ID, if it is still open,
*> not idle past the limit, and its operator still
*> active on the master.  Each good check counts as
*> activity.
*>------------------------------------------------
    MOVE SPACE TO WS-Opr-ID.

    PERFORM 500-Load-Master.
    IF  WS-Opm-No-File
        MOVE 4 TO WS-Opr-Return
        MOVE "no operator master - sign-on not in force"
          TO WS-Opr-Msg
        GO TO 200-Validate-Session-Exit
    END-IF.

    MOVE SPACE TO WS-Opr-Env-Session.
    ACCEPT WS-Opr-Env-Session FROM ENVIRONMENT "PGM00_SESSION_ID"
      END-ACCEPT.
    MOVE WS-Opr-Env-Session TO WS-Opr-Session-ID.

    IF  WS-Opr-Env-Session = SPACE
        MOVE 8 TO WS-Opr-Return
        MOVE "not signed on - sign on through the PGM32 menu"
          TO WS-Opr-Msg
        GO TO 200-Validate-Session-Exit
    END-IF.

    PERFORM 600-Load-Sessions.
    PERFORM 610-Find-Session.
    IF  WS-Ses-Hit = ZERO
        MOVE 8 TO WS-Opr-Return
        MOVE "session has ended - sign on through the PGM32 menu"
          TO WS-Opr-Msg
        GO TO 200-Validate-Session-Exit
    END-IF.

    SET WS-Ses-Idx TO WS-Ses-Hit.
    MOVE WS-Ses-Operator-ID(WS-Ses-Idx) TO WS-Opr-ID.

    PERFORM 640-Compute-Idle-Minutes.
    IF  WS-Ses-Idle-Minutes > WS-Ses-Idle-Limit
        MOVE "Y" TO WS-Ses-Drop(WS-Ses-Idx)
        PERFORM 620-Rewrite-Sessions
        MOVE WS-Ses-Idle-Minutes TO WS-Opr-Idle-Edit
        MOVE SPACE TO WS-MSG
        STRING "idle " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Opr-Idle-Edit) DELIMITED BY SIZE
               " minute(s)" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE "TIMEOUT" TO WS-Sgl-Event
        PERFORM 700-Journal-Event
        SET ENVIRONMENT "PGM00_SESSION_ID" TO SPACE
        MOVE 12 TO WS-Opr-Return
        MOVE "session timed out - sign on again" TO WS-Opr-Msg
        GO TO 200-Validate-Session-Exit
    END-IF.

    MOVE WS-Opr-ID TO WS-Opr-Key.
    PERFORM 510-Find-Operator.
    IF  WS-Opm-Found
        SET WS-Opm-Idx TO WS-Opm-Hit
    END-IF.
    IF  NOT WS-Opm-Found
    OR  NOT WS-Opm-Active(WS-Opm-Idx)
        MOVE "Y" TO WS-Ses-Drop(WS-Ses-Idx)
        PERFORM 620-Rewrite-Sessions
        MOVE "operator no longer active" TO WS-MSG
        MOVE "SIGNOFF" TO WS-Sgl-Event
        PERFORM 700-Journal-Event
        SET ENVIRONMENT "PGM00_SESSION_ID" TO SPACE
        MOVE 16 TO WS-Opr-Return
        MOVE "operator is no longer active - session ended"
          TO WS-Opr-Msg
        GO TO 200-Validate-Session-Exit
    END-IF.

    MOVE WS-Opr-Stamp TO WS-Ses-Last-Active(WS-Ses-Idx).
    PERFORM 620-Rewrite-Sessions.

*>------------------------------------------------
200-Validate-Session-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
300-Hash-Pin.
*>------------------------------------------------
*> SHA-256 of "ID:PIN" - the ID salts it, so two
*> operators with the same PIN store different hashes.
*> The pair goes to sha256sum through a scratch file,
*> never on the command line, and the scratch is gone
*> before this returns.  No sha256sum leaves the hash
*> SPACE, which never matches a stored one.
*>------------------------------------------------
    MOVE SPACE TO WS-Opr-Hash.

    OPEN OUTPUT Pin-Scratch-File.
    IF  WS-StatusPIN NOT = "00"
        GO TO 300-Hash-Pin-Exit
    END-IF.
    MOVE SPACE TO Pin-Scratch-Line.
    STRING FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Opr-ID))
             DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Opr-PIN) DELIMITED BY SIZE
      INTO Pin-Scratch-Line
    END-STRING.
    WRITE Pin-Scratch-Line.
    CLOSE Pin-Scratch-File.
    MOVE SPACE TO Pin-Scratch-Line.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "sha256sum < '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pin-Scratch-Path) DELIMITED BY SIZE
           "' > '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cksum-Scratch-Path) DELIMITED BY SIZE
           "' 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Cksum-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Cksum-Cmd
    END-CALL.

    CALL "CBL_DELETE_FILE"
      USING WS-Pin-Scratch-Path
    END-CALL.

    OPEN INPUT Cksum-File.
    IF  WS-StatusCKS = "00"
        READ Cksum-File
            AT END
                CONTINUE
            NOT AT END
                UNSTRING Cksum-Line DELIMITED BY ALL SPACE
                    INTO WS-Opr-Hash
                END-UNSTRING
        END-READ
        CLOSE Cksum-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Cksum-Scratch-Path
    END-CALL.

*>------------------------------------------------
300-Hash-Pin-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
400-Sign-Off.
*>------------------------------------------------
    MOVE SPACE TO WS-Opr-Env-Session.
    ACCEPT WS-Opr-Env-Session FROM ENVIRONMENT "PGM00_SESSION_ID"
      END-ACCEPT.
    MOVE WS-Opr-Env-Session TO WS-Opr-Session-ID.

    IF  WS-Opr-Env-Session = SPACE
        MOVE 8 TO WS-Opr-Return
        GO TO 400-Sign-Off-Exit
    END-IF.

    PERFORM 600-Load-Sessions.
    PERFORM 610-Find-Session.
    IF  WS-Ses-Hit > ZERO
        SET WS-Ses-Idx TO WS-Ses-Hit
        MOVE WS-Ses-Operator-ID(WS-Ses-Idx) TO WS-Opr-ID
        MOVE "Y" TO WS-Ses-Drop(WS-Ses-Idx)
        PERFORM 620-Rewrite-Sessions
        MOVE "SIGNOFF" TO WS-Sgl-Event
        MOVE "signed off" TO WS-MSG
        PERFORM 700-Journal-Event
    END-IF.

    SET ENVIRONMENT "PGM00_SESSION_ID" TO SPACE.
    MOVE "signed off" TO WS-Opr-Msg.

*>------------------------------------------------
400-Sign-Off-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
500-Load-Master.
*>------------------------------------------------
    MOVE ZERO TO WS-Opm-Count.
    MOVE "Y"  TO WS-Opm-No-File-Sw.

    MOVE "N" TO WS-EOF-OPM.
    OPEN INPUT Operator-Master-File.
    IF  WS-StatusOPM = "00"
        MOVE "N" TO WS-Opm-No-File-Sw
        PERFORM 501-Read-Master-Row
          UNTIL Operator-Master-EOF
        CLOSE Operator-Master-File
    END-IF.

*>------------------------------------------------
501-Read-Master-Row.
*>------------------------------------------------
    READ Operator-Master-File
        AT END
            MOVE "Y" TO WS-EOF-OPM
        NOT AT END
            IF  OM-Operator-ID NOT = SPACE
            AND WS-Opm-Count < WS-Opm-Limit
                ADD 1 TO WS-Opm-Count
                SET WS-Opm-Idx TO WS-Opm-Count
                MOVE OM-Operator-ID   TO WS-Opm-Operator-ID(WS-Opm-Idx)
                MOVE OM-Name          TO WS-Opm-Name(WS-Opm-Idx)
                MOVE OM-Pin-Hash      TO WS-Opm-Pin-Hash(WS-Opm-Idx)
                MOVE OM-Status        TO WS-Opm-Status(WS-Opm-Idx)
                MOVE ZERO             TO WS-Opm-Fail-Count(WS-Opm-Idx)
                IF  OM-Fail-Count IS NUMERIC
                    MOVE OM-Fail-Count
                                      TO WS-Opm-Fail-Count(WS-Opm-Idx)
                END-IF
                MOVE OM-Last-Signon   TO WS-Opm-Last-Signon(WS-Opm-Idx)
                MOVE OM-Changed-By    TO WS-Opm-Changed-By(WS-Opm-Idx)
                MOVE OM-Changed-Stamp
                                      TO WS-Opm-Changed-Stamp(WS-Opm-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
510-Find-Operator.
*>------------------------------------------------
    MOVE "N"  TO WS-Opm-Found-Sw.
    MOVE ZERO TO WS-Opm-Hit.

    IF  WS-Opm-Count > ZERO
        PERFORM 511-Match-One-Operator
          VARYING WS-Opm-Idx FROM 1 BY 1
            UNTIL WS-Opm-Found
               OR WS-Opm-Idx > WS-Opm-Count
    END-IF.

*>------------------------------------------------
511-Match-One-Operator.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Opm-Operator-ID(WS-Opm-Idx))
      = FUNCTION UPPER-CASE(WS-Opr-Key)
        MOVE "Y" TO WS-Opm-Found-Sw
        SET WS-Opm-Hit TO WS-Opm-Idx
    END-IF.

*>------------------------------------------------
520-Rewrite-Master.
*>------------------------------------------------
*> Whole-file rewrite from the table, same as PGM62's
*> save.
*>------------------------------------------------
    OPEN OUTPUT Operator-Master-File.
    IF  WS-StatusOPM = "00"
        PERFORM 521-Write-Master-Row
          VARYING WS-Opm-Idx FROM 1 BY 1
            UNTIL WS-Opm-Idx > WS-Opm-Count
        CLOSE Operator-Master-File
    END-IF.
    SET WS-Opm-Idx TO WS-Opm-Hit.

*>------------------------------------------------
521-Write-Master-Row.
*>------------------------------------------------
    MOVE SPACE TO Operator-Master-Line.
    MOVE WS-Opm-Operator-ID(WS-Opm-Idx)   TO OM-Operator-ID.
    MOVE WS-Opm-Name(WS-Opm-Idx)          TO OM-Name.
    MOVE WS-Opm-Pin-Hash(WS-Opm-Idx)      TO OM-Pin-Hash.
    MOVE WS-Opm-Status(WS-Opm-Idx)        TO OM-Status.
    MOVE WS-Opm-Fail-Count(WS-Opm-Idx)    TO OM-Fail-Count.
    MOVE WS-Opm-Last-Signon(WS-Opm-Idx)   TO OM-Last-Signon.
    MOVE WS-Opm-Changed-By(WS-Opm-Idx)    TO OM-Changed-By.
    MOVE WS-Opm-Changed-Stamp(WS-Opm-Idx) TO OM-Changed-Stamp.

    WRITE Operator-Master-Line.

*>------------------------------------------------
600-Load-Sessions.
*>------------------------------------------------
    MOVE ZERO TO WS-Ses-Count.

    MOVE "N" TO WS-EOF-SES.
    OPEN INPUT Session-File.
    IF  WS-StatusSES = "00"
        PERFORM 601-Read-Session-Row
          UNTIL Session-EOF
        CLOSE Session-File
    END-IF.

*>------------------------------------------------
601-Read-Session-Row.
*>------------------------------------------------
    READ Session-File
        AT END
            MOVE "Y" TO WS-EOF-SES
        NOT AT END
            IF  SS-Session-ID NOT = SPACE
            AND WS-Ses-Count < WS-Ses-Limit
                ADD 1 TO WS-Ses-Count
                SET WS-Ses-Idx TO WS-Ses-Count
                MOVE SS-Session-ID  TO WS-Ses-Session-ID(WS-Ses-Idx)
                MOVE SS-Operator-ID TO WS-Ses-Operator-ID(WS-Ses-Idx)
                MOVE SS-Started     TO WS-Ses-Started(WS-Ses-Idx)
                MOVE SS-Last-Active TO WS-Ses-Last-Active(WS-Ses-Idx)
                MOVE "N"            TO WS-Ses-Drop(WS-Ses-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
610-Find-Session.
*>------------------------------------------------
    MOVE ZERO TO WS-Ses-Hit.

    IF  WS-Ses-Count > ZERO
        PERFORM 611-Match-One-Session
          VARYING WS-Ses-Idx FROM 1 BY 1
            UNTIL WS-Ses-Hit > ZERO
               OR WS-Ses-Idx > WS-Ses-Count
    END-IF.

*>------------------------------------------------
611-Match-One-Session.
*>------------------------------------------------
    IF  WS-Ses-Session-ID(WS-Ses-Idx) = WS-Opr-Env-Session
        SET WS-Ses-Hit TO WS-Ses-Idx
    END-IF.

*>------------------------------------------------
620-Rewrite-Sessions.
*>------------------------------------------------
    OPEN OUTPUT Session-File.
    IF  WS-StatusSES = "00"
        PERFORM 621-Write-Session-Row
          VARYING WS-Ses-Idx FROM 1 BY 1
            UNTIL WS-Ses-Idx > WS-Ses-Count
        CLOSE Session-File
    END-IF.
    IF  WS-Ses-Hit > ZERO
        SET WS-Ses-Idx TO WS-Ses-Hit
    END-IF.

*>------------------------------------------------
621-Write-Session-Row.
*>------------------------------------------------
    IF  WS-Ses-Drop(WS-Ses-Idx) NOT = "Y"
        MOVE SPACE TO Session-Line
        MOVE WS-Ses-Session-ID(WS-Ses-Idx)  TO SS-Session-ID
        MOVE WS-Ses-Operator-ID(WS-Ses-Idx) TO SS-Operator-ID
        MOVE WS-Ses-Started(WS-Ses-Idx)     TO SS-Started
        MOVE WS-Ses-Last-Active(WS-Ses-Idx) TO SS-Last-Active
        WRITE Session-Line
    END-IF.

*>------------------------------------------------
630-Sweep-Idle-Session.
*>------------------------------------------------
*> Nobody will ever come back to a session idle past
*> the limit - journal it as timed out and let the
*> rewrite drop it.
*>------------------------------------------------
    PERFORM 640-Compute-Idle-Minutes.
    IF  WS-Ses-Idle-Minutes > WS-Ses-Idle-Limit
        MOVE "Y" TO WS-Ses-Drop(WS-Ses-Idx)
        MOVE WS-Ses-Session-ID(WS-Ses-Idx)  TO WS-Sgl-Session-ID
        MOVE WS-Ses-Operator-ID(WS-Ses-Idx) TO WS-Sgl-Operator-ID
        MOVE WS-Ses-Idle-Minutes TO WS-Opr-Idle-Edit
        MOVE SPACE TO WS-MSG
        STRING "idle " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Opr-Idle-Edit) DELIMITED BY SIZE
               " minute(s), swept" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE "TIMEOUT" TO WS-Sgl-Event
        PERFORM 701-Write-Journal-Row
    END-IF.

*>------------------------------------------------
640-Compute-Idle-Minutes.
*>------------------------------------------------
*> Whole minutes from the session's last touch to now;
*> a stamp that will not parse counts as long idle.
*>------------------------------------------------
    MOVE WS-Opr-Stamp TO WS-Ses-Stamp-Work.
    COMPUTE WS-Ses-Now-Minutes =
            FUNCTION INTEGER-OF-DATE(WS-Ses-Stamp-Date) * 1440
          + WS-Ses-Stamp-HH * 60
          + WS-Ses-Stamp-MI.

    MOVE WS-Ses-Last-Active(WS-Ses-Idx) TO WS-Ses-Stamp-Work.
    IF  WS-Ses-Stamp-Work IS NOT NUMERIC
    OR  FUNCTION TEST-DATE-YYYYMMDD(WS-Ses-Stamp-Date) NOT = ZERO
        COMPUTE WS-Ses-Idle-Minutes = WS-Ses-Idle-Limit + 1
    ELSE
        COMPUTE WS-Ses-Then-Minutes =
                FUNCTION INTEGER-OF-DATE(WS-Ses-Stamp-Date) * 1440
              + WS-Ses-Stamp-HH * 60
              + WS-Ses-Stamp-MI
        COMPUTE WS-Ses-Idle-Minutes =
                WS-Ses-Now-Minutes - WS-Ses-Then-Minutes
    END-IF.

*>------------------------------------------------
700-Journal-Event.
*>------------------------------------------------
*> WS-Sgl-Event and WS-MSG are set by the caller; the
*> operator and session are the ones in hand.
*>------------------------------------------------
    MOVE WS-Opr-ID         TO WS-Sgl-Operator-ID.
    MOVE WS-Opr-Session-ID TO WS-Sgl-Session-ID.
    PERFORM 701-Write-Journal-Row.

*>------------------------------------------------
701-Write-Journal-Row.
*>------------------------------------------------
    MOVE WS-Opr-Stamp TO WS-Sgl-Stamp.
    MOVE WS-OS-User   TO WS-Sgl-OS-User.
    MOVE WS-MSG       TO WS-Sgl-Text.

    OPEN EXTEND Signon-Log-File.
    IF  WS-StatusSGL NOT = "00"
        OPEN OUTPUT Signon-Log-File
    END-IF.
    IF  WS-StatusSGL = "00"
        WRITE Signon-Log-Line
          FROM WS-Signon-Log-Row
        END-WRITE
        CLOSE Signon-Log-File
    END-IF.

    MOVE SPACE TO WS-Signon-Log-Row.

*>------------------------------------------------
710-Raise-Lockout-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row PGM02's 330-Save-
*> Refusal drops - not one company's alert, so the
*> company is left blank.
*>------------------------------------------------
    MOVE SPACE TO WS-Alert-Queue-Row.
    STRING CDT-Year  DELIMITED BY SIZE
           CDT-Month DELIMITED BY SIZE
           CDT-Day   DELIMITED BY SIZE
      INTO WS-Alert-Date
    END-STRING.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE 9152 TO WS-Alert-Event-Code.

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

END PROGRAM PGM61.
