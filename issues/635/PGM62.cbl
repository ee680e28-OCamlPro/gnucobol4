*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM62.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Operator master maintenance screen.
*> Lists the operators in ./reports/operators.cfg -
*> ID, name, status (A active, L locked by failed
*> sign-ons, D disabled), failed tries and last sign-on
*> - and lets a supervisor add an operator, set or
*> reset a PIN, unlock or re-enable one, or disable
*> one.  PINs are keyed with echo off and stored only
*> as PGM61's SHA-256 of "ID:PIN"; setting a PIN also
*> clears the failed-try count and unlocks.  The first
*> save puts sign-on in force at the PGM32 menu, so the
*> first operator added should be the supervisor's own.
*> Who/when goes on every changed row and a run audit
*> row on every save.  Gated by the OPERATOR token in
*> ./reports/auth-table.cfg.  Same standalone console
*> mold as PGM60.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Operator-Master-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Operator-Master-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM62".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Operator-Master-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Menu-Choice               PIC X(03) VALUE SPACE.
01  WS-Edit-Index                PIC 9(03) VALUE ZERO.
01  WS-Edit-ID                   PIC X(20) VALUE SPACE.
01  WS-Edit-Name                 PIC X(30) VALUE SPACE.
01  WS-Edit-Row-Raw              PIC X(03) VALUE SPACE.
01  WS-Row-Num                   PIC 9(03) VALUE ZERO.
01  WS-Done-Sw                    PIC X(01) VALUE "N".
    88  WS-Maint-Done             VALUE "Y".

*> the PIN as keyed and as keyed again - they must
*> agree, and be 4 to 12 characters with no spaces.
01  WS-Opx-Pin-1                 PIC X(12) VALUE SPACE.
01  WS-Opx-Pin-2                 PIC X(12) VALUE SPACE.
01  WS-Opx-Pin-Len               PIC 9(02) VALUE ZERO.
01  WS-Opx-Pin-Spaces            PIC 9(02) VALUE ZERO.
01  WS-Opx-Pin-OK-Sw             PIC X(01) VALUE "N".
    88  WS-Opx-Pin-OK            VALUE "Y".
01  WS-Opx-Echo-Cmd              PIC X(40) VALUE SPACE.

01  WS-Opx-Change-Count          PIC 9(03) VALUE ZERO.
01  WS-Opx-Change-Edit           PIC ZZ9 VALUE ZERO.
01  WS-Opx-Stamp                 PIC X(14) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "OPERATOR" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to maintain the operator "
                "master - screen closed" UPON CONSOLE
        GOBACK
    END-IF.

    PERFORM 100-Load-Current-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Maint-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override as the rest of
*> the system - the master lives under the base
*> ./reports, where PGM61 reads it.  Until there is a
*> master the OS login is the identity, so the first
*> operators can be set up at all.
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

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.
    EVALUATE TRUE
        WHEN WS-Opr-OK
            MOVE WS-Opr-ID TO WS-OS-User
        WHEN WS-Opr-No-Master
            ACCEPT WS-OS-User FROM ENVIRONMENT "USER" END-ACCEPT
            IF  WS-OS-User = SPACE
                ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME"
                  END-ACCEPT
            END-IF
            IF  WS-OS-User = SPACE
                MOVE "UNKNOWN" TO WS-OS-User
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.
    MOVE WS-OS-User TO WS-Auth-User.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM00's 079-Check-Authorization - no file deployed
*> means everything is allowed, today's behavior.
*>------------------------------------------------
    MOVE "Y" TO WS-Auth-No-File-Sw.
    MOVE "N" TO WS-Auth-Allowed-Sw.

    MOVE "N" TO WS-EOF-AUT.
    OPEN INPUT Auth-Table-File.
    IF  WS-StatusAUT = "00"
        MOVE "N" TO WS-Auth-No-File-Sw
        PERFORM 0791-Check-One-Auth-Row
          UNTIL Auth-Table-EOF
        CLOSE Auth-Table-File
    END-IF.

    IF  WS-Auth-No-File
        MOVE "Y" TO WS-Auth-Allowed-Sw
    END-IF.

*>------------------------------------------------
0791-Check-One-Auth-Row.
*>------------------------------------------------
    READ Auth-Table-File
        AT END
            MOVE "Y" TO WS-EOF-AUT
        NOT AT END
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(AU-User))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Auth-User))
                MOVE ZERO TO WS-Auth-Token-Count
                INSPECT FUNCTION UPPER-CASE(AU-Actions)
                    TALLYING WS-Auth-Token-Count
                    FOR ALL FUNCTION UPPER-CASE
                        (FUNCTION TRIM(WS-Auth-Action-Token))
                IF  WS-Auth-Token-Count > ZERO
                    MOVE "Y" TO WS-Auth-Allowed-Sw
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
100-Load-Current-Table.
*>------------------------------------------------
*> Same load as PGM61's 500-Load-Master.
*>------------------------------------------------
    MOVE ZERO TO WS-Opm-Count.

    MOVE "N" TO WS-EOF-OPM.
    OPEN INPUT Operator-Master-File.
    IF  WS-StatusOPM = "00"
        PERFORM 110-Read-Operator-Row
          UNTIL Operator-Master-EOF
        CLOSE Operator-Master-File
    END-IF.

*>------------------------------------------------
110-Read-Operator-Row.
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
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 210-Display-Table.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "A to add an operator, P to set a PIN, U to unlock "
            "or re-enable, D to disable," UPON CONSOLE.
    DISPLAY "S to save and exit, or Q to quit without saving:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.

    EVALUATE TRUE
        WHEN WS-Menu-Choice = "S" OR WS-Menu-Choice = "s"
            PERFORM 300-Save-Table
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Choice = "Q" OR WS-Menu-Choice = "q"
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Choice = "A" OR WS-Menu-Choice = "a"
            PERFORM 230-Add-Operator
        WHEN WS-Menu-Choice = "P" OR WS-Menu-Choice = "p"
            PERFORM 215-Pick-Row
            IF  WS-Edit-Index > ZERO
                PERFORM 240-Set-Pin
            END-IF
        WHEN WS-Menu-Choice = "U" OR WS-Menu-Choice = "u"
            PERFORM 215-Pick-Row
            IF  WS-Edit-Index > ZERO
                PERFORM 250-Reactivate-Operator
            END-IF
        WHEN WS-Menu-Choice = "D" OR WS-Menu-Choice = "d"
            PERFORM 215-Pick-Row
            IF  WS-Edit-Index > ZERO
                PERFORM 260-Disable-Operator
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-Display-Table.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row Operator             Name                          "
            "St Tries Last sign-on" UPON CONSOLE.

    IF  WS-Opm-Count = ZERO
        DISPLAY "(no operators on file - sign-on is not in force)"
          UPON CONSOLE
    ELSE
        PERFORM 211-Display-Row
          VARYING WS-Opm-Idx FROM 1 BY 1
            UNTIL WS-Opm-Idx > WS-Opm-Count
    END-IF.

*>------------------------------------------------
211-Display-Row.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Opm-Idx.
    DISPLAY WS-Row-Num " "
            WS-Opm-Operator-ID(WS-Opm-Idx) " "
            WS-Opm-Name(WS-Opm-Idx) " "
            WS-Opm-Status(WS-Opm-Idx) "  "
            WS-Opm-Fail-Count(WS-Opm-Idx) "    "
            WS-Opm-Last-Signon(WS-Opm-Idx)
      UPON CONSOLE.

*>------------------------------------------------
215-Pick-Row.
*>------------------------------------------------
*> Leaves WS-Edit-Index ZERO when the row number is
*> not one on the list.
*>------------------------------------------------
    DISPLAY "Row number of the operator:" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Row-Raw.
    ACCEPT WS-Edit-Row-Raw FROM CONSOLE END-ACCEPT.
    MOVE ZERO TO WS-Edit-Index.
    IF  WS-Edit-Row-Raw NOT = SPACE
    AND FUNCTION TEST-NUMVAL(WS-Edit-Row-Raw) = ZERO
        MOVE FUNCTION NUMVAL(WS-Edit-Row-Raw) TO WS-Edit-Index
    END-IF.

    IF  WS-Edit-Index < 1
    OR  WS-Edit-Index > WS-Opm-Count
        MOVE ZERO TO WS-Edit-Index
        DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
    ELSE
        SET WS-Opm-Idx TO WS-Edit-Index
    END-IF.

*>------------------------------------------------
230-Add-Operator.
*>------------------------------------------------
*> A new operator needs an ID not already on file and
*> a PIN before it is kept; it starts out active.
*>------------------------------------------------
    IF  WS-Opm-Count >= WS-Opm-Limit
        DISPLAY WS-Pgm-ID " operator master full ("
                WS-Opm-Limit " rows)" UPON CONSOLE
    ELSE
        DISPLAY "New operator ID:" UPON CONSOLE
        MOVE SPACE TO WS-Edit-ID
        ACCEPT WS-Edit-ID FROM CONSOLE END-ACCEPT
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Edit-ID))
          TO WS-Edit-ID

        MOVE "N" TO WS-Opm-Found-Sw
        IF  WS-Edit-ID NOT = SPACE
        AND WS-Opm-Count > ZERO
            PERFORM 231-Check-Duplicate-ID
              VARYING WS-Opm-Idx FROM 1 BY 1
                UNTIL WS-Opm-Found
                   OR WS-Opm-Idx > WS-Opm-Count
        END-IF

        EVALUATE TRUE
            WHEN WS-Edit-ID = SPACE
                DISPLAY WS-Pgm-ID " operator ID is required"
                  UPON CONSOLE
            WHEN WS-Opm-Found
                DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Edit-ID)
                        " is already on file" UPON CONSOLE
            WHEN OTHER
                DISPLAY "Name:" UPON CONSOLE
                MOVE SPACE TO WS-Edit-Name
                ACCEPT WS-Edit-Name FROM CONSOLE END-ACCEPT

                ADD 1 TO WS-Opm-Count
                SET WS-Opm-Idx TO WS-Opm-Count
                MOVE SPACE      TO WS-Opm-Entry(WS-Opm-Idx)
                MOVE WS-Edit-ID TO WS-Opm-Operator-ID(WS-Opm-Idx)
                MOVE WS-Edit-Name TO WS-Opm-Name(WS-Opm-Idx)
                MOVE "A"        TO WS-Opm-Status(WS-Opm-Idx)
                MOVE ZERO       TO WS-Opm-Fail-Count(WS-Opm-Idx)
                PERFORM 240-Set-Pin

                IF  WS-Opm-Pin-Hash(WS-Opm-Idx) = SPACE
*>                  no PIN, no operator.
                    SUBTRACT 1 FROM WS-Opm-Count
                    DISPLAY WS-Pgm-ID " operator discarded"
                      UPON CONSOLE
                END-IF
        END-EVALUATE
    END-IF.

*>------------------------------------------------
231-Check-Duplicate-ID.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Opm-Operator-ID(WS-Opm-Idx))
      = WS-Edit-ID
        MOVE "Y" TO WS-Opm-Found-Sw
    END-IF.

*>------------------------------------------------
240-Set-Pin.
*>------------------------------------------------
*> Keyed twice with echo off; a good PIN also clears
*> the failed-try count and puts a locked operator
*> back to active.
*>------------------------------------------------
    DISPLAY "New PIN for "
            FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
            " (4 to 12 characters):" UPON CONSOLE.
    MOVE "stty -echo 2>/dev/null" TO WS-Opx-Echo-Cmd.
    CALL "SYSTEM"
      USING WS-Opx-Echo-Cmd
    END-CALL.
    MOVE SPACE TO WS-Opx-Pin-1 WS-Opx-Pin-2.
    ACCEPT WS-Opx-Pin-1 FROM CONSOLE END-ACCEPT.
    DISPLAY "Same PIN again:" UPON CONSOLE.
    ACCEPT WS-Opx-Pin-2 FROM CONSOLE END-ACCEPT.
    MOVE "stty echo 2>/dev/null" TO WS-Opx-Echo-Cmd.
    CALL "SYSTEM"
      USING WS-Opx-Echo-Cmd
    END-CALL.

    PERFORM 241-Check-Pin.

    IF  WS-Opx-Pin-OK
        MOVE "H" TO WS-Opr-Function
        MOVE WS-Opm-Operator-ID(WS-Opm-Idx) TO WS-Opr-ID
        MOVE WS-Opx-Pin-1 TO WS-Opr-PIN
        CALL "PGM61" USING WS-Opr-Link
          ON EXCEPTION
              MOVE SPACE TO WS-Opr-Hash
        END-CALL
        IF  WS-Opr-Hash = SPACE
            MOVE "N" TO WS-Opx-Pin-OK-Sw
            MOVE "PIN could not be hashed" TO WS-MSG
        END-IF
    END-IF.
    MOVE SPACE TO WS-Opx-Pin-1 WS-Opx-Pin-2 WS-Opr-PIN.

    IF  NOT WS-Opx-Pin-OK
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - PIN not changed" UPON CONSOLE
    ELSE
        MOVE WS-Opr-Hash TO WS-Opm-Pin-Hash(WS-Opm-Idx)
        MOVE SPACE       TO WS-Opr-Hash
        MOVE ZERO        TO WS-Opm-Fail-Count(WS-Opm-Idx)
        IF  WS-Opm-Locked(WS-Opm-Idx)
            MOVE "A" TO WS-Opm-Status(WS-Opm-Idx)
        END-IF
        PERFORM 270-Stamp-Changed-Row
        DISPLAY WS-Pgm-ID " PIN set for "
                FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
241-Check-Pin.
*>------------------------------------------------
    MOVE "Y" TO WS-Opx-Pin-OK-Sw.
    MOVE SPACE TO WS-MSG.

    MOVE ZERO TO WS-Opx-Pin-Len.
    IF  WS-Opx-Pin-1 NOT = SPACE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Opx-Pin-1))
          TO WS-Opx-Pin-Len
    END-IF.
    MOVE ZERO TO WS-Opx-Pin-Spaces.
    IF  WS-Opx-Pin-Len > ZERO
        INSPECT WS-Opx-Pin-1(1:WS-Opx-Pin-Len)
            TALLYING WS-Opx-Pin-Spaces FOR ALL SPACE
    END-IF.

    EVALUATE TRUE
        WHEN WS-Opx-Pin-Len < 4
            MOVE "N" TO WS-Opx-Pin-OK-Sw
            MOVE "PIN must be at least 4 characters" TO WS-MSG
        WHEN WS-Opx-Pin-Spaces > ZERO
        OR   WS-Opx-Pin-1(1:1) = SPACE
            MOVE "N" TO WS-Opx-Pin-OK-Sw
            MOVE "PIN may not contain spaces" TO WS-MSG
        WHEN WS-Opx-Pin-1 NOT = WS-Opx-Pin-2
            MOVE "N" TO WS-Opx-Pin-OK-Sw
            MOVE "the two PINs keyed differ" TO WS-MSG
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
250-Reactivate-Operator.
*>------------------------------------------------
    IF  WS-Opm-Active(WS-Opm-Idx)
    AND WS-Opm-Fail-Count(WS-Opm-Idx) = ZERO
        DISPLAY WS-Pgm-ID " "
                FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
                " is already active" UPON CONSOLE
    ELSE
        MOVE "A"  TO WS-Opm-Status(WS-Opm-Idx)
        MOVE ZERO TO WS-Opm-Fail-Count(WS-Opm-Idx)
        PERFORM 270-Stamp-Changed-Row
        DISPLAY WS-Pgm-ID " "
                FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
                " is active" UPON CONSOLE
    END-IF.

*>------------------------------------------------
260-Disable-Operator.
*>------------------------------------------------
*> Disabled rather than dropped, so the ID stays on
*> file against the audit rows that carry it and
*> cannot be handed to someone else.
*>------------------------------------------------
    IF  WS-Opm-Disabled(WS-Opm-Idx)
        DISPLAY WS-Pgm-ID " "
                FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
                " is already disabled" UPON CONSOLE
    ELSE
        MOVE "D" TO WS-Opm-Status(WS-Opm-Idx)
        PERFORM 270-Stamp-Changed-Row
        DISPLAY WS-Pgm-ID " "
                FUNCTION TRIM(WS-Opm-Operator-ID(WS-Opm-Idx))
                " disabled" UPON CONSOLE
    END-IF.

*>------------------------------------------------
270-Stamp-Changed-Row.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Opx-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Opx-Stamp
    END-STRING.
    MOVE WS-OS-User   TO WS-Opm-Changed-By(WS-Opm-Idx).
    MOVE WS-Opx-Stamp TO WS-Opm-Changed-Stamp(WS-Opm-Idx).
    ADD 1 TO WS-Opx-Change-Count.

*>------------------------------------------------
300-Save-Table.
*>------------------------------------------------
*> Rewrite ./reports/operators.cfg from scratch with
*> every row's current in-memory value, same fixed-
*> width layout PGM61 loads, and record the save in
*> the run audit.
*>------------------------------------------------
    OPEN OUTPUT Operator-Master-File.

    IF  WS-StatusOPM = "00"
        PERFORM 310-Write-Operator-Row
          VARYING WS-Opm-Idx FROM 1 BY 1
            UNTIL WS-Opm-Idx > WS-Opm-Count

        CLOSE Operator-Master-File

        PERFORM 320-Write-Operator-Audit

        DISPLAY WS-Pgm-ID " operator master saved to "
                FUNCTION TRIM(WS-Operator-Master-Path)
          UPON CONSOLE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "Unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Operator-Master-Path)
                 DELIMITED BY SIZE
               " for output - master not saved" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " WS-MSG UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Write-Operator-Row.
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
320-Write-Operator-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per save, same layout
*> as PGM60's 320-Write-Xlate-Audit.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

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

    MOVE WS-Opx-Change-Count TO WS-Opx-Change-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "operator master saved, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Opx-Change-Edit) DELIMITED BY SIZE
           " change(s)" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO WS-Run-Audit-Text.

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

END PROGRAM PGM62.
