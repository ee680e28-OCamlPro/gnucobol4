*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM49.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Planned maintenance calendar screen.
*> Lists the windows in ./reports/maint-window.cfg -
*> start and end stamps, scope (everything, one company
*> or one vendor) and the reason - and lets an operator
*> add a window, change one that has not closed yet,
*> end an open one early, or drop one that has not
*> started.  While a window is open the scheduler
*> (PGM33) holds its due entries back, PGM01 defers the
*> expected-arrival misses in its scope, and PGM05
*> holds the alerts raised; once it closes PGM05 sends
*> one summary of all of it.  Window numbers are handed
*> out here and never reused, since the suppressed log
*> and the summaries key on them.  Who/when goes on
*> every changed row and a run audit row on every save.
*> Gated by the MAINTWIN token in ./reports/auth-
*> table.cfg.  Same standalone console mold as PGM42.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Maint-Window-Select.cpy".
COPY "./copybooks/Maint-Summary-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Maint-Window-FD.cpy".
COPY "./copybooks/Maint-Summary-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM49".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Maint-Window-WS.cpy".

COPY "./copybooks/Maint-Summary-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Menu-Choice               PIC X(02) VALUE SPACE.
01  WS-Edit-Index                PIC 9(02) VALUE ZERO.
01  WS-Edit-Stamp                PIC X(12) VALUE SPACE.
01  WS-Edit-Scope                PIC X(01) VALUE SPACE.
01  WS-Edit-Value                PIC X(10) VALUE SPACE.
01  WS-Edit-Reason               PIC X(40) VALUE SPACE.
01  WS-Edit-Row-Raw              PIC X(02) VALUE SPACE.
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
01  WS-Done-Sw                    PIC X(01) VALUE "N".
    88  WS-Maint-Done             VALUE "Y".

*> the row as it stood before the edit, put back when
*> the edited one would not be a valid window.
01  WS-Mnt-Saved-Entry           PIC X(113) VALUE SPACE.
01  WS-Mnt-Row-OK-Sw             PIC X(01) VALUE "Y".
    88  WS-Mnt-Row-OK            VALUE "Y".
01  WS-Mnt-Change-Count          PIC 9(03) VALUE ZERO.
01  WS-Mnt-Change-Edit           PIC ZZ9 VALUE ZERO.
01  WS-Mnt-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Mnt-Now-Stamp             PIC X(12) VALUE SPACE.
01  WS-Mnt-State                 PIC X(07) VALUE SPACE.
01  WS-Mnt-Next-ID               PIC 9(04) VALUE ZERO.
01  WS-Mnt-Max-ID                PIC 9(04) VALUE ZERO.
01  WS-Mnt-Summary-ID            PIC 9(04) VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "MAINTWIN" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to maintain the maintenance "
                "calendar - screen closed" UPON CONSOLE
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
*> the system - the calendar lives under the base
*> ./reports, where PGM33, PGM01 and PGM05 all read it -
*> and the operator identity PGM10 records the same way,
*> which is also the identity the auth table is checked
*> for.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Maint-Window-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/maint-window.cfg" DELIMITED BY SIZE
      INTO WS-Maint-Window-Path
    END-STRING.

    MOVE SPACE TO WS-Maint-Summary-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/maint-summary.state" DELIMITED BY SIZE
      INTO WS-Maint-Summary-Path
    END-STRING.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  while sign-on is in force, else the OS login.
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
                ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
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
*> Same load as PGM05's 150-Load-Maint-Windows, plus
*> the highest window number ever handed out - on the
*> calendar now or already summarized by PGM05 - so a
*> dropped window's number is not handed out again.
*>------------------------------------------------
    MOVE ZERO TO WS-Maint-Count
                 WS-Mnt-Max-ID.

    MOVE "N" TO WS-EOF-MNW.
    OPEN INPUT Maint-Window-File.
    IF  WS-StatusMNW = "00"
        PERFORM 110-Read-Maint-Row
          UNTIL Maint-Window-EOF
        CLOSE Maint-Window-File
    END-IF.

    MOVE "N" TO WS-EOF-MSS.
    OPEN INPUT Maint-Summary-File.
    IF  WS-StatusMSS = "00"
        PERFORM 120-Read-Summary-Row
          UNTIL Maint-Summary-EOF
        CLOSE Maint-Summary-File
    END-IF.

    COMPUTE WS-Mnt-Next-ID = WS-Mnt-Max-ID + 1.

*>------------------------------------------------
110-Read-Maint-Row.
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
                MOVE MW-Changed-By  TO WS-Maint-Changed-By(WS-Mnt-Idx)
                MOVE MW-Changed-Stamp
                  TO WS-Maint-Changed-Stamp(WS-Mnt-Idx)
                IF  MW-ID > WS-Mnt-Max-ID
                    MOVE MW-ID TO WS-Mnt-Max-ID
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
120-Read-Summary-Row.
*>------------------------------------------------
    READ Maint-Summary-File
        AT END
            MOVE "Y" TO WS-EOF-MSS
        NOT AT END
            IF  MS-Window-ID IS NUMERIC
                MOVE MS-Window-ID TO WS-Mnt-Summary-ID
                IF  WS-Mnt-Summary-ID > WS-Mnt-Max-ID
                    MOVE WS-Mnt-Summary-ID TO WS-Mnt-Max-ID
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 205-Set-Now-Stamp.
    PERFORM 210-Display-Table.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number (1-" WS-Maint-Count ") to edit, "
            "A to add, E to end a window now, D to drop a planned "
            "window," UPON CONSOLE.
    DISPLAY "S to save and exit, or Q to quit without saving:"
      UPON CONSOLE.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.

    EVALUATE TRUE
        WHEN WS-Menu-Choice = "S" OR WS-Menu-Choice = "s"
            PERFORM 300-Save-Table
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Choice = "Q" OR WS-Menu-Choice = "q"
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Choice = "A" OR WS-Menu-Choice = "a"
            PERFORM 230-Add-Row
        WHEN WS-Menu-Choice = "E" OR WS-Menu-Choice = "e"
            PERFORM 250-End-Row-Now
        WHEN WS-Menu-Choice = "D" OR WS-Menu-Choice = "d"
            PERFORM 260-Drop-Row
        WHEN OTHER
            MOVE ZERO TO WS-Edit-Index
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Edit-Index

            IF  WS-Edit-Index >= 1
            AND WS-Edit-Index <= WS-Maint-Count
                SET WS-Mnt-Idx TO WS-Edit-Index
                PERFORM 206-Set-Row-State
                IF  WS-Mnt-State = "CLOSED"
                    DISPLAY WS-Pgm-ID " window has closed - it can no "
                            "longer be changed" UPON CONSOLE
                ELSE
                    PERFORM 220-Edit-Row
                END-IF
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
205-Set-Now-Stamp.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Mnt-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
      INTO WS-Mnt-Now-Stamp
    END-STRING.

*>------------------------------------------------
206-Set-Row-State.
*>------------------------------------------------
*> PLANNED until its start minute, OPEN up to its end
*> minute, CLOSED from then on - the same start-
*> inclusive, end-exclusive test the readers make.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Maint-Start(WS-Mnt-Idx) > WS-Mnt-Now-Stamp
            MOVE "PLANNED" TO WS-Mnt-State
        WHEN WS-Maint-End(WS-Mnt-Idx) > WS-Mnt-Now-Stamp
            MOVE "OPEN"    TO WS-Mnt-State
        WHEN OTHER
            MOVE "CLOSED"  TO WS-Mnt-State
    END-EVALUATE.

*>------------------------------------------------
210-Display-Table.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row  ID    Start         End           Scope        "
            "State    Reason" UPON CONSOLE.
    IF  WS-Maint-Count = ZERO
        DISPLAY "(no maintenance windows on file - nothing is held "
                "back)" UPON CONSOLE
    ELSE
        PERFORM 211-Display-Row
          VARYING WS-Mnt-Idx FROM 1 BY 1
            UNTIL WS-Mnt-Idx > WS-Maint-Count
    END-IF.

*>------------------------------------------------
211-Display-Row.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Mnt-Idx.
    PERFORM 206-Set-Row-State.

    DISPLAY WS-Row-Num "   "
            WS-Maint-ID(WS-Mnt-Idx) "  "
            WS-Maint-Start(WS-Mnt-Idx) "  "
            WS-Maint-End(WS-Mnt-Idx) "  "
            WS-Maint-Scope(WS-Mnt-Idx) " "
            WS-Maint-Scope-Value(WS-Mnt-Idx) " "
            WS-Mnt-State "  "
            FUNCTION TRIM(WS-Maint-Reason(WS-Mnt-Idx))
      UPON CONSOLE.

*>------------------------------------------------
220-Edit-Row.
*>------------------------------------------------
*> Edit one row in place in the WORKING-STORAGE table -
*> nothing is written to disk until the operator
*> chooses S from 200-Menu-Loop, same as PGM42.  Once a
*> window is open its start is history and stays put;
*> an edit that leaves a bad window is undone.
*>------------------------------------------------
    SET WS-Mnt-Idx TO WS-Edit-Index.
    MOVE WS-Maint-Entry(WS-Mnt-Idx) TO WS-Mnt-Saved-Entry.

    IF  WS-Mnt-State NOT = "OPEN"
        DISPLAY "Current start: " WS-Maint-Start(WS-Mnt-Idx)
          UPON CONSOLE
        DISPLAY "New start YYYYMMDDHHMM (blank to leave unchanged):"
          UPON CONSOLE
        MOVE SPACE TO WS-Edit-Stamp
        ACCEPT WS-Edit-Stamp FROM CONSOLE END-ACCEPT
        IF  WS-Edit-Stamp NOT = SPACE
            MOVE WS-Edit-Stamp TO WS-Maint-Start(WS-Mnt-Idx)
        END-IF
    END-IF.

    DISPLAY "Current end: " WS-Maint-End(WS-Mnt-Idx)
      UPON CONSOLE.
    DISPLAY "New end YYYYMMDDHHMM (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Stamp.
    ACCEPT WS-Edit-Stamp FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Stamp NOT = SPACE
        MOVE WS-Edit-Stamp TO WS-Maint-End(WS-Mnt-Idx)
    END-IF.

    DISPLAY "Current scope: " WS-Maint-Scope(WS-Mnt-Idx) " "
            WS-Maint-Scope-Value(WS-Mnt-Idx) UPON CONSOLE.
    DISPLAY "New scope A=all C=company V=vendor "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Scope.
    ACCEPT WS-Edit-Scope FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Edit-Scope) TO WS-Edit-Scope.
    IF  WS-Edit-Scope NOT = SPACE
        MOVE WS-Edit-Scope TO WS-Maint-Scope(WS-Mnt-Idx)
    END-IF.

    IF  WS-Maint-Scope(WS-Mnt-Idx) = "A"
        MOVE SPACE TO WS-Maint-Scope-Value(WS-Mnt-Idx)
    ELSE
        DISPLAY "Company or vendor code (blank to leave unchanged):"
          UPON CONSOLE
        MOVE SPACE TO WS-Edit-Value
        ACCEPT WS-Edit-Value FROM CONSOLE END-ACCEPT
        IF  WS-Edit-Value NOT = SPACE
            MOVE WS-Edit-Value TO WS-Maint-Scope-Value(WS-Mnt-Idx)
        END-IF
    END-IF.

    DISPLAY "Current reason: "
            FUNCTION TRIM(WS-Maint-Reason(WS-Mnt-Idx)) UPON CONSOLE.
    DISPLAY "New reason (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Reason.
    ACCEPT WS-Edit-Reason FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Reason NOT = SPACE
        MOVE WS-Edit-Reason TO WS-Maint-Reason(WS-Mnt-Idx)
    END-IF.

    PERFORM 240-Check-Row.

    IF  NOT WS-Mnt-Row-OK
        MOVE WS-Mnt-Saved-Entry TO WS-Maint-Entry(WS-Mnt-Idx)
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - row left as it was" UPON CONSOLE
    ELSE
        IF  WS-Maint-Entry(WS-Mnt-Idx) NOT = WS-Mnt-Saved-Entry
            PERFORM 270-Stamp-Changed-Row
        END-IF
    END-IF.

*>------------------------------------------------
230-Add-Row.
*>------------------------------------------------
*> A new window takes the next unused number and
*> starts out scoped to everything.
*>------------------------------------------------
    IF  WS-Maint-Count >= 40
        DISPLAY WS-Pgm-ID " maintenance calendar full (40 rows)"
          UPON CONSOLE
    ELSE
        ADD 1 TO WS-Maint-Count
        SET WS-Mnt-Idx TO WS-Maint-Count
        MOVE SPACE TO WS-Maint-Entry(WS-Mnt-Idx)
        MOVE WS-Mnt-Next-ID TO WS-Maint-ID(WS-Mnt-Idx)
        MOVE "A" TO WS-Maint-Scope(WS-Mnt-Idx)
        MOVE WS-Maint-Count TO WS-Edit-Index
        MOVE "PLANNED" TO WS-Mnt-State
        PERFORM 220-Edit-Row

        IF  WS-Maint-Start(WS-Mnt-Idx) = SPACE
*>          the edit was refused and put the blank row
*>          back - drop it.
            SUBTRACT 1 FROM WS-Maint-Count
            DISPLAY WS-Pgm-ID " row discarded" UPON CONSOLE
        ELSE
            ADD 1 TO WS-Mnt-Next-ID
        END-IF
    END-IF.

*>------------------------------------------------
240-Check-Row.
*>------------------------------------------------
*> A window needs two real YYYYMMDDHHMM stamps in
*> order, a scope the readers know, a code for a
*> company or vendor scope, and a reason - the summary
*> is no use to Monday's shift without one.  A new or
*> changed end cannot already be in the past; E ends a
*> window now.
*>------------------------------------------------
    MOVE "Y" TO WS-Mnt-Row-OK-Sw.
    MOVE SPACE TO WS-MSG.

    EVALUATE TRUE
        WHEN WS-Maint-Start(WS-Mnt-Idx) IS NOT NUMERIC
          OR WS-Maint-End(WS-Mnt-Idx) IS NOT NUMERIC
          OR WS-Maint-Start(WS-Mnt-Idx) < "190001010000"
          OR WS-Maint-End(WS-Mnt-Idx) > "210012312359"
          OR WS-Maint-Start(WS-Mnt-Idx)(9 : 2) > "23"
          OR WS-Maint-Start(WS-Mnt-Idx)(11 : 2) > "59"
          OR WS-Maint-End(WS-Mnt-Idx)(9 : 2) > "23"
          OR WS-Maint-End(WS-Mnt-Idx)(11 : 2) > "59"
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "stamps must be YYYYMMDDHHMM" TO WS-MSG
        WHEN WS-Maint-Start(WS-Mnt-Idx)
               >= WS-Maint-End(WS-Mnt-Idx)
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "start is not before end" TO WS-MSG
        WHEN WS-Maint-End(WS-Mnt-Idx) <= WS-Mnt-Now-Stamp
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "end is already past - use E to end a window now"
              TO WS-MSG
        WHEN WS-Maint-Scope(WS-Mnt-Idx) NOT = "A"
         AND WS-Maint-Scope(WS-Mnt-Idx) NOT = "C"
         AND WS-Maint-Scope(WS-Mnt-Idx) NOT = "V"
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "scope must be A, C or V" TO WS-MSG
        WHEN WS-Maint-Scope(WS-Mnt-Idx) NOT = "A"
         AND WS-Maint-Scope-Value(WS-Mnt-Idx) = SPACE
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "a company or vendor scope needs its code" TO WS-MSG
        WHEN WS-Maint-Reason(WS-Mnt-Idx) = SPACE
            MOVE "N" TO WS-Mnt-Row-OK-Sw
            MOVE "reason is required" TO WS-MSG
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
250-End-Row-Now.
*>------------------------------------------------
*> Maintenance finished early - the open window closes
*> this minute, and PGM05's next pass summarizes it.
*>------------------------------------------------
    DISPLAY "Row number of the open window to end now:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Row-Raw.
    ACCEPT WS-Edit-Row-Raw FROM CONSOLE END-ACCEPT.
    MOVE ZERO TO WS-Edit-Index.
    MOVE FUNCTION NUMVAL(WS-Edit-Row-Raw) TO WS-Edit-Index.

    IF  WS-Edit-Index < 1
    OR  WS-Edit-Index > WS-Maint-Count
        DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
    ELSE
        SET WS-Mnt-Idx TO WS-Edit-Index
        PERFORM 206-Set-Row-State
        IF  WS-Mnt-State NOT = "OPEN"
            DISPLAY WS-Pgm-ID " only an open window can be ended"
              UPON CONSOLE
        ELSE
            MOVE WS-Mnt-Now-Stamp TO WS-Maint-End(WS-Mnt-Idx)
            PERFORM 270-Stamp-Changed-Row
            DISPLAY WS-Pgm-ID " window " WS-Maint-ID(WS-Mnt-Idx)
                    " ends " WS-Mnt-Now-Stamp UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
260-Drop-Row.
*>------------------------------------------------
*> Only a window that has not started can be dropped -
*> once one has opened, something may already be held
*> under its number and its summary is owed.
*>------------------------------------------------
    DISPLAY "Row number of the planned window to drop:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Row-Raw.
    ACCEPT WS-Edit-Row-Raw FROM CONSOLE END-ACCEPT.
    MOVE ZERO TO WS-Edit-Index.
    MOVE FUNCTION NUMVAL(WS-Edit-Row-Raw) TO WS-Edit-Index.

    IF  WS-Edit-Index < 1
    OR  WS-Edit-Index > WS-Maint-Count
        DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
    ELSE
        SET WS-Mnt-Idx TO WS-Edit-Index
        PERFORM 206-Set-Row-State
        IF  WS-Mnt-State NOT = "PLANNED"
            DISPLAY WS-Pgm-ID " only a planned window can be dropped "
                    "- use E to end an open one" UPON CONSOLE
        ELSE
            DISPLAY WS-Pgm-ID " window " WS-Maint-ID(WS-Mnt-Idx)
                    " dropped" UPON CONSOLE
            PERFORM 261-Close-Up-Row
              VARYING WS-Mnt-Idx FROM WS-Edit-Index BY 1
                UNTIL WS-Mnt-Idx >= WS-Maint-Count
            SUBTRACT 1 FROM WS-Maint-Count
            ADD 1 TO WS-Mnt-Change-Count
        END-IF
    END-IF.

*>------------------------------------------------
261-Close-Up-Row.
*>------------------------------------------------
    MOVE WS-Maint-Entry(WS-Mnt-Idx + 1)
      TO WS-Maint-Entry(WS-Mnt-Idx).

*>------------------------------------------------
270-Stamp-Changed-Row.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Mnt-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Mnt-Stamp
    END-STRING.
    MOVE WS-OS-User   TO WS-Maint-Changed-By(WS-Mnt-Idx).
    MOVE WS-Mnt-Stamp TO WS-Maint-Changed-Stamp(WS-Mnt-Idx).
    ADD 1 TO WS-Mnt-Change-Count.

*>------------------------------------------------
300-Save-Table.
*>------------------------------------------------
*> Rewrite ./reports/maint-window.cfg from scratch with
*> every row's current in-memory value, same fixed-
*> width layout the readers load, and record the save
*> in the run audit.
*>------------------------------------------------
    OPEN OUTPUT Maint-Window-File.

    IF  WS-StatusMNW = "00"
        PERFORM 310-Write-Maint-Row
          VARYING WS-Mnt-Idx FROM 1 BY 1
            UNTIL WS-Mnt-Idx > WS-Maint-Count

        CLOSE Maint-Window-File

        PERFORM 320-Write-Maint-Audit

        DISPLAY WS-Pgm-ID " maintenance calendar saved to "
                FUNCTION TRIM(WS-Maint-Window-Path)
          UPON CONSOLE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "Unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Maint-Window-Path) DELIMITED BY SIZE
               " for output - calendar not saved" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " WS-MSG UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Write-Maint-Row.
*>------------------------------------------------
    MOVE SPACE TO Maint-Window-Line.
    MOVE WS-Maint-ID(WS-Mnt-Idx)          TO MW-ID.
    MOVE WS-Maint-Start(WS-Mnt-Idx)       TO MW-Start.
    MOVE WS-Maint-End(WS-Mnt-Idx)         TO MW-End.
    MOVE WS-Maint-Scope(WS-Mnt-Idx)       TO MW-Scope.
    MOVE WS-Maint-Scope-Value(WS-Mnt-Idx) TO MW-Scope-Value.
    MOVE WS-Maint-Reason(WS-Mnt-Idx)      TO MW-Reason.
    MOVE WS-Maint-Changed-By(WS-Mnt-Idx)  TO MW-Changed-By.
    MOVE WS-Maint-Changed-Stamp(WS-Mnt-Idx)
                                          TO MW-Changed-Stamp.

    WRITE Maint-Window-Line.

*>------------------------------------------------
320-Write-Maint-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per save, same layout
*> as PGM42's 320-Write-Period-Audit.
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

    MOVE WS-Mnt-Change-Count TO WS-Mnt-Change-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "maint calendar saved, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mnt-Change-Edit) DELIMITED BY SIZE
           " row(s) changed" DELIMITED BY SIZE
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

END PROGRAM PGM49.
