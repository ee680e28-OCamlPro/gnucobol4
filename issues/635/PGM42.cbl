*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM42.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Accounting period control maintenance screen.
*> PGM20 closes business days for intake counts; this
*> is finance's equivalent for the transaction master.
*> Lists one company's accounting periods (period-
*> control.cfg under that company's ./reports), lets an
*> operator add a period or change one's range or
*> status - OPEN, CLOSED (PGM15 re-dates postings into
*> the next open period) or LOCKED (PGM15 refuses them)
*> - and saves the result for PGM15's next run, with
*> who/when on every changed row and a run audit row
*> per save.  Gated by the PERIOD token in
*> ./reports/auth-table.cfg.  Same standalone console
*> mold as PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Period-Ctl-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Period-Ctl-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM42".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Period-Ctl-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Per-Company               PIC X(10) VALUE SPACE.
01  WS-Menu-Choice               PIC X(02) VALUE SPACE.
01  WS-Edit-Index                PIC 9(02) VALUE ZERO.
01  WS-Edit-Period               PIC X(06) VALUE SPACE.
01  WS-Edit-Date                 PIC X(08) VALUE SPACE.
01  WS-Edit-Status               PIC X(01) VALUE SPACE.
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
01  WS-Done-Sw                    PIC X(01) VALUE "N".
    88  WS-Maint-Done             VALUE "Y".

*> the row as it stood before the edit, put back when
*> the edited one would not be a valid period.
01  WS-Per-Saved-Entry           PIC X(62) VALUE SPACE.
01  WS-Per-Row-OK-Sw             PIC X(01) VALUE "Y".
    88  WS-Per-Row-OK            VALUE "Y".
01  WS-Per-Other-Idx             PIC 9(02) VALUE ZERO.
01  WS-Per-Change-Count          PIC 9(03) VALUE ZERO.
01  WS-Per-Change-Edit           PIC ZZ9 VALUE ZERO.
01  WS-Per-Stamp                 PIC X(14) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "PERIOD" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to maintain periods - screen closed"
          UPON CONSOLE
        GOBACK
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Per-Company.
    ACCEPT WS-Per-Company FROM CONSOLE END-ACCEPT.

    PERFORM 095-Build-Company-Paths.

    PERFORM 100-Load-Current-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Maint-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM00/PGM01, and the operator identity
*> PGM10 records the same way - here it is also the
*> identity the auth table is checked for.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

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

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
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
095-Build-Company-Paths.
*>------------------------------------------------
*> Re-root under the company's own segment the way
*> PGM15's 055-Process-One-Company does, so this screen
*> edits the same period-control.cfg PGM15 reads.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Per-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Per-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 0951-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Period-Ctl-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "period-control.cfg" DELIMITED BY SIZE
      INTO WS-Period-Ctl-Path
    END-STRING.

*>------------------------------------------------
0951-Build-Path-Name.
*>------------------------------------------------
    SET TBL-Sfx-Idx TO TBL-Index.

    MOVE SPACE TO TBL-Path-Name(TBL-Index).
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-Sfx-Idx)) DELIMITED BY SIZE
      INTO TBL-Path-Name(TBL-Index)
    END-STRING.

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
*> Same load as PGM15's 206-Load-Period-Table.
*>------------------------------------------------
    MOVE ZERO TO WS-Period-Count.

    MOVE "N" TO WS-EOF-PCT.
    OPEN INPUT Period-Ctl-File.
    IF  WS-StatusPCT = "00"
        PERFORM 110-Read-Period-Row
          UNTIL Period-Ctl-EOF
        CLOSE Period-Ctl-File
    END-IF.

*>------------------------------------------------
110-Read-Period-Row.
*>------------------------------------------------
    READ Period-Ctl-File
        AT END
            MOVE "Y" TO WS-EOF-PCT
        NOT AT END
            IF  PC-Period NOT = SPACE
            AND WS-Period-Count < 60
                ADD 1 TO WS-Period-Count
                SET WS-Per-Idx TO WS-Period-Count
                MOVE PC-Period        TO WS-Period-Name(WS-Per-Idx)
                MOVE PC-From-Date     TO WS-Period-From(WS-Per-Idx)
                MOVE PC-To-Date       TO WS-Period-To(WS-Per-Idx)
                MOVE FUNCTION UPPER-CASE(PC-Status)
                                      TO WS-Period-Status(WS-Per-Idx)
                MOVE PC-Changed-By    TO WS-Period-Changed-By(WS-Per-Idx)
                MOVE PC-Changed-Stamp
                  TO WS-Period-Changed-Stamp(WS-Per-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 210-Display-Table.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number (1-" WS-Period-Count ") to edit, "
            "A to add, S to save and exit, or Q to quit without saving:"
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
        WHEN OTHER
            MOVE ZERO TO WS-Edit-Index
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Edit-Index

            IF  WS-Edit-Index >= 1
            AND WS-Edit-Index <= WS-Period-Count
                PERFORM 220-Edit-Row
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
210-Display-Table.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row  Period  From      To        Status  Changed by"
      UPON CONSOLE.
    IF  WS-Period-Count = ZERO
        DISPLAY "(no periods on file - every posting goes in as dated)"
          UPON CONSOLE
    ELSE
        PERFORM 211-Display-Row
          VARYING WS-Per-Idx FROM 1 BY 1
            UNTIL WS-Per-Idx > WS-Period-Count
    END-IF.

*>------------------------------------------------
211-Display-Row.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Per-Idx.

    DISPLAY WS-Row-Num "   "
            WS-Period-Name(WS-Per-Idx) "  "
            WS-Period-From(WS-Per-Idx) "  "
            WS-Period-To(WS-Per-Idx) "  "
            WS-Period-Status(WS-Per-Idx) "  "
            FUNCTION TRIM(WS-Period-Changed-By(WS-Per-Idx)) " "
            WS-Period-Changed-Stamp(WS-Per-Idx)
      UPON CONSOLE.

*>------------------------------------------------
220-Edit-Row.
*>------------------------------------------------
*> Edit one row in place in the WORKING-STORAGE table -
*> nothing is written to disk until the operator
*> chooses S from 200-Menu-Loop, same as PGM02.  An
*> edit that leaves the row without a name, with a bad
*> range, or overlapping another period is undone.
*>------------------------------------------------
    SET WS-Per-Idx TO WS-Edit-Index.
    MOVE WS-Period-Entry(WS-Per-Idx) TO WS-Per-Saved-Entry.

    DISPLAY "Current period: " WS-Period-Name(WS-Per-Idx)
      UPON CONSOLE.
    DISPLAY "New period name (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Period.
    ACCEPT WS-Edit-Period FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Period NOT = SPACE
        MOVE WS-Edit-Period TO WS-Period-Name(WS-Per-Idx)
    END-IF.

    DISPLAY "Current from date: " WS-Period-From(WS-Per-Idx)
      UPON CONSOLE.
    DISPLAY "New from date YYYYMMDD (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Date.
    ACCEPT WS-Edit-Date FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Date NOT = SPACE
        MOVE WS-Edit-Date TO WS-Period-From(WS-Per-Idx)
    END-IF.

    DISPLAY "Current to date: " WS-Period-To(WS-Per-Idx)
      UPON CONSOLE.
    DISPLAY "New to date YYYYMMDD (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Date.
    ACCEPT WS-Edit-Date FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Date NOT = SPACE
        MOVE WS-Edit-Date TO WS-Period-To(WS-Per-Idx)
    END-IF.

    DISPLAY "Current status: " WS-Period-Status(WS-Per-Idx)
      UPON CONSOLE.
    DISPLAY "New status O=OPEN C=CLOSED L=LOCKED "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Status.
    ACCEPT WS-Edit-Status FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Edit-Status) TO WS-Edit-Status.

    EVALUATE WS-Edit-Status
        WHEN "O"  MOVE "OPEN"   TO WS-Period-Status(WS-Per-Idx)
        WHEN "C"  MOVE "CLOSED" TO WS-Period-Status(WS-Per-Idx)
        WHEN "L"  MOVE "LOCKED" TO WS-Period-Status(WS-Per-Idx)
        WHEN OTHER CONTINUE
    END-EVALUATE.

    PERFORM 240-Check-Row.

    IF  NOT WS-Per-Row-OK
        MOVE WS-Per-Saved-Entry TO WS-Period-Entry(WS-Per-Idx)
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - row left as it was" UPON CONSOLE
    ELSE
        IF  WS-Period-Entry(WS-Per-Idx) NOT = WS-Per-Saved-Entry
            ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT
            ACCEPT CDT-Time FROM TIME          END-ACCEPT
            MOVE SPACE TO WS-Per-Stamp
            STRING CDT-Date    DELIMITED BY SIZE
                   CDT-Hour    DELIMITED BY SIZE
                   CDT-Minutes DELIMITED BY SIZE
                   CDT-Seconds DELIMITED BY SIZE
              INTO WS-Per-Stamp
            END-STRING
            MOVE WS-OS-User   TO WS-Period-Changed-By(WS-Per-Idx)
            MOVE WS-Per-Stamp TO WS-Period-Changed-Stamp(WS-Per-Idx)
            ADD 1 TO WS-Per-Change-Count
        END-IF
    END-IF.

*>------------------------------------------------
230-Add-Row.
*>------------------------------------------------
*> A new period starts OPEN.
*>------------------------------------------------
    IF  WS-Period-Count >= 60
        DISPLAY WS-Pgm-ID " period table full (60 rows)" UPON CONSOLE
    ELSE
        ADD 1 TO WS-Period-Count
        SET WS-Per-Idx TO WS-Period-Count
        MOVE SPACE  TO WS-Period-Entry(WS-Per-Idx)
        MOVE "OPEN" TO WS-Period-Status(WS-Per-Idx)
        MOVE WS-Period-Count TO WS-Edit-Index
        PERFORM 220-Edit-Row

        IF  WS-Period-Name(WS-Per-Idx) = SPACE
*>          the edit was refused and put the blank row
*>          back - drop it.
            SUBTRACT 1 FROM WS-Period-Count
            DISPLAY WS-Pgm-ID " row discarded" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
240-Check-Row.
*>------------------------------------------------
*> A period needs a name, two real dates in order, and
*> a range no other period shares a day of - PGM15
*> takes the first row covering a date, so an overlap
*> would silently hide the second.
*>------------------------------------------------
    MOVE "Y" TO WS-Per-Row-OK-Sw.
    MOVE SPACE TO WS-MSG.

    IF  WS-Period-Name(WS-Per-Idx) = SPACE
        MOVE "N" TO WS-Per-Row-OK-Sw
        MOVE "period name is required" TO WS-MSG
    ELSE
        IF  WS-Period-From(WS-Per-Idx) IS NOT NUMERIC
        OR  WS-Period-To(WS-Per-Idx) IS NOT NUMERIC
        OR  WS-Period-From(WS-Per-Idx) < "19000101"
        OR  WS-Period-To(WS-Per-Idx) > "21001231"
            MOVE "N" TO WS-Per-Row-OK-Sw
            MOVE "dates must be YYYYMMDD" TO WS-MSG
        ELSE
            IF  WS-Period-From(WS-Per-Idx) > WS-Period-To(WS-Per-Idx)
                MOVE "N" TO WS-Per-Row-OK-Sw
                MOVE "from date is after to date" TO WS-MSG
            END-IF
        END-IF
    END-IF.

    IF  WS-Per-Row-OK
        PERFORM 241-Check-Overlap
          VARYING WS-Per-Other-Idx FROM 1 BY 1
            UNTIL WS-Per-Other-Idx > WS-Period-Count
               OR NOT WS-Per-Row-OK
    END-IF.

*>------------------------------------------------
241-Check-Overlap.
*>------------------------------------------------
    IF  WS-Per-Other-Idx NOT = WS-Edit-Index
    AND WS-Period-From(WS-Per-Other-Idx)
          <= WS-Period-To(WS-Per-Idx)
    AND WS-Period-To(WS-Per-Other-Idx)
          >= WS-Period-From(WS-Per-Idx)
        MOVE "N" TO WS-Per-Row-OK-Sw
        MOVE SPACE TO WS-MSG
        STRING "overlaps period " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Period-Name(WS-Per-Other-Idx))
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.

*>------------------------------------------------
300-Save-Table.
*>------------------------------------------------
*> Rewrite the company's period-control.cfg from scratch
*> with every row's current in-memory value, same
*> fixed-width layout PGM15's 206/2061 load expects,
*> and record the save in the run audit.
*>------------------------------------------------
    OPEN OUTPUT Period-Ctl-File.

    IF  WS-StatusPCT = "00"
        PERFORM 310-Write-Period-Row
          VARYING WS-Per-Idx FROM 1 BY 1
            UNTIL WS-Per-Idx > WS-Period-Count

        CLOSE Period-Ctl-File

        PERFORM 320-Write-Period-Audit

        DISPLAY WS-Pgm-ID " periods saved to "
                FUNCTION TRIM(WS-Period-Ctl-Path)
          UPON CONSOLE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "Unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Period-Ctl-Path) DELIMITED BY SIZE
               " for output - periods not saved" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " WS-MSG UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Write-Period-Row.
*>------------------------------------------------
    MOVE SPACE TO Period-Ctl-Line.
    MOVE WS-Period-Name(WS-Per-Idx)   TO PC-Period.
    MOVE WS-Period-From(WS-Per-Idx)   TO PC-From-Date.
    MOVE WS-Period-To(WS-Per-Idx)     TO PC-To-Date.
    MOVE WS-Period-Status(WS-Per-Idx) TO PC-Status.
    MOVE WS-Period-Changed-By(WS-Per-Idx)
                                      TO PC-Changed-By.
    MOVE WS-Period-Changed-Stamp(WS-Per-Idx)
                                      TO PC-Changed-Stamp.

    WRITE Period-Ctl-Line.

*>------------------------------------------------
320-Write-Period-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per save, same layout
*> as PGM10's 250-Write-Reprocess-Audit.
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

    MOVE WS-Per-Change-Count TO WS-Per-Change-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "periods saved, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Per-Change-Edit) DELIMITED BY SIZE
           " row(s) changed " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Per-Company) DELIMITED BY SIZE
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

END PROGRAM PGM42.
