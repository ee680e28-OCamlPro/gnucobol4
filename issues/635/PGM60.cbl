*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM60.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Code-translation maintenance screen.
*> Lists the rows in ./reports/code-xlate.cfg - vendor,
*> record column, the vendor's external code, the
*> internal branch/product/counterparty code it stands
*> for, and the business dates the mapping is in force -
*> optionally narrowed to one vendor, and lets the
*> mapping owner add, change or drop a row.  PGM01
*> applies the table while it builds each canonical
*> copy; a value with no row in force parks the arrival
*> as XLATE-EXC with its own report and work item, so
*> the usual fix is to add the missing rows here and
*> reprocess the file through PGM10.  Two rows for the
*> same vendor, column and external code may not be in
*> force on the same day - the earlier one must be end-
*> dated before its replacement starts.  Who/when goes
*> on every changed row and a run audit row on every
*> save.  Gated by the XLATE token in ./reports/auth-
*> table.cfg.  Same standalone console mold as PGM49.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Code-Xlate-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Code-Xlate-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM60".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Code-Xlate-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Menu-Choice               PIC X(03) VALUE SPACE.
01  WS-Edit-Index                PIC 9(03) VALUE ZERO.
01  WS-Edit-Vendor               PIC X(10) VALUE SPACE.
01  WS-Edit-Col                  PIC X(02) VALUE SPACE.
01  WS-Edit-Code                 PIC X(20) VALUE SPACE.
01  WS-Edit-Date                 PIC X(08) VALUE SPACE.
01  WS-Edit-Row-Raw              PIC X(03) VALUE SPACE.
01  WS-Row-Num                   PIC 9(03) VALUE ZERO.
01  WS-Shown-Count               PIC 9(03) VALUE ZERO.
01  WS-Done-Sw                    PIC X(01) VALUE "N".
    88  WS-Maint-Done             VALUE "Y".

*> the vendor the list is narrowed to - blank shows
*> every row.
01  WS-Cxm-Filter                PIC X(10) VALUE SPACE.

*> the row as it stood before the edit, put back when
*> the edited one would not be a valid mapping.
01  WS-Cxm-Saved-Entry           PIC X(102) VALUE SPACE.
01  WS-Cxm-Row-OK-Sw             PIC X(01) VALUE "Y".
    88  WS-Cxm-Row-OK            VALUE "Y".
01  WS-Cxm-Change-Count          PIC 9(03) VALUE ZERO.
01  WS-Cxm-Change-Edit           PIC ZZ9 VALUE ZERO.
01  WS-Cxm-Stamp                 PIC X(14) VALUE SPACE.

*> one effective date under test, and the other row an
*> edited one is being checked for overlap against.
01  WS-Cxm-Date-Work             PIC X(08) VALUE SPACE.
01  WS-Cxm-Date-OK-Sw            PIC X(01) VALUE "Y".
    88  WS-Cxm-Date-OK           VALUE "Y".
01  WS-Cxm-Other-Idx             PIC 9(03) VALUE ZERO.
01  WS-Cxm-Clash-Row             PIC 9(03) VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "XLATE" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to maintain the code "
                "translation table - screen closed" UPON CONSOLE
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
*> the system - the table lives under the base
*> ./reports, where PGM01 and PGM44 read it - and the
*> operator identity PGM10 records the same way, which
*> is also the identity the auth table is checked for.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Code-Xlate-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/code-xlate.cfg" DELIMITED BY SIZE
      INTO WS-Code-Xlate-Path
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
*> Same load as PGM01's 0781-Load-Code-Xlate, so what
*> is listed here is what intake will apply.
*>------------------------------------------------
    MOVE ZERO TO WS-Cxl-Count.

    MOVE "N" TO WS-EOF-CXL.
    OPEN INPUT Code-Xlate-File.
    IF  WS-StatusCXL = "00"
        PERFORM 110-Read-Xlate-Row
          UNTIL Code-Xlate-EOF
        CLOSE Code-Xlate-File
    END-IF.

*>------------------------------------------------
110-Read-Xlate-Row.
*>------------------------------------------------
    READ Code-Xlate-File
        AT END
            MOVE "Y" TO WS-EOF-CXL
        NOT AT END
            IF  CX-Vendor-Code NOT = SPACE
            AND CX-Col IS NUMERIC
            AND CX-Col > ZERO
            AND CX-Col NOT > 20
            AND WS-Cxl-Count < WS-Cxl-Limit
                ADD 1 TO WS-Cxl-Count
                SET WS-Cxl-Idx TO WS-Cxl-Count
                MOVE CX-Vendor-Code TO WS-Cxl-Vendor(WS-Cxl-Idx)
                MOVE CX-Col         TO WS-Cxl-Col(WS-Cxl-Idx)
                MOVE CX-External    TO WS-Cxl-External(WS-Cxl-Idx)
                MOVE CX-Internal    TO WS-Cxl-Internal(WS-Cxl-Idx)
                MOVE CX-Eff-From    TO WS-Cxl-Eff-From(WS-Cxl-Idx)
                MOVE CX-Eff-To      TO WS-Cxl-Eff-To(WS-Cxl-Idx)
                MOVE CX-Changed-By  TO WS-Cxl-Changed-By(WS-Cxl-Idx)
                MOVE CX-Changed-Stamp
                                    TO WS-Cxl-Changed-Stamp(WS-Cxl-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 210-Display-Table.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number (1-" WS-Cxl-Count ") to edit, "
            "A to add, D to drop a row, V to list one vendor,"
      UPON CONSOLE.
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
            PERFORM 230-Add-Row
        WHEN WS-Menu-Choice = "D" OR WS-Menu-Choice = "d"
            PERFORM 260-Drop-Row
        WHEN WS-Menu-Choice = "V" OR WS-Menu-Choice = "v"
            PERFORM 215-Set-Vendor-Filter
        WHEN OTHER
            MOVE ZERO TO WS-Edit-Index
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Edit-Index

            IF  WS-Edit-Index >= 1
            AND WS-Edit-Index <= WS-Cxl-Count
                PERFORM 220-Edit-Row
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
210-Display-Table.
*>------------------------------------------------
*> Row numbers are positions in the whole table, so a
*> narrowed list still edits the row it shows.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    IF  WS-Cxm-Filter NOT = SPACE
        DISPLAY "Vendor " FUNCTION TRIM(WS-Cxm-Filter) " only"
          UPON CONSOLE
    END-IF.
    DISPLAY "Row Vendor     Col External             "
            "Internal             From     To" UPON CONSOLE.

    MOVE ZERO TO WS-Shown-Count.
    IF  WS-Cxl-Count > ZERO
        PERFORM 211-Display-Row
          VARYING WS-Cxl-Idx FROM 1 BY 1
            UNTIL WS-Cxl-Idx > WS-Cxl-Count
    END-IF.

    IF  WS-Shown-Count = ZERO
        DISPLAY "(no code translation rows on file - codes pass "
                "through as the vendor sent them)" UPON CONSOLE
    END-IF.

*>------------------------------------------------
211-Display-Row.
*>------------------------------------------------
    IF  WS-Cxm-Filter = SPACE
    OR  WS-Cxl-Vendor(WS-Cxl-Idx) = WS-Cxm-Filter
        ADD 1 TO WS-Shown-Count
        SET WS-Row-Num TO WS-Cxl-Idx
        DISPLAY WS-Row-Num " "
                WS-Cxl-Vendor(WS-Cxl-Idx) " "
                WS-Cxl-Col(WS-Cxl-Idx) "  "
                WS-Cxl-External(WS-Cxl-Idx) " "
                WS-Cxl-Internal(WS-Cxl-Idx) " "
                WS-Cxl-Eff-From(WS-Cxl-Idx) " "
                WS-Cxl-Eff-To(WS-Cxl-Idx)
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
215-Set-Vendor-Filter.
*>------------------------------------------------
    DISPLAY "Vendor code to list (blank to list every vendor):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Vendor.
    ACCEPT WS-Edit-Vendor FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Edit-Vendor) TO WS-Cxm-Filter.

*>------------------------------------------------
220-Edit-Row.
*>------------------------------------------------
*> Edit one row in place in the WORKING-STORAGE table -
*> nothing is written to disk until the operator
*> chooses S from 200-Menu-Loop, same as PGM49.  An edit
*> that leaves a bad or overlapping mapping is undone.
*>------------------------------------------------
    SET WS-Cxl-Idx TO WS-Edit-Index.
    MOVE WS-Cxl-Entry(WS-Cxl-Idx) TO WS-Cxm-Saved-Entry.

    DISPLAY "Current vendor: " WS-Cxl-Vendor(WS-Cxl-Idx)
      UPON CONSOLE.
    DISPLAY "New vendor code (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Vendor.
    ACCEPT WS-Edit-Vendor FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Vendor NOT = SPACE
        MOVE FUNCTION UPPER-CASE(WS-Edit-Vendor)
          TO WS-Cxl-Vendor(WS-Cxl-Idx)
    END-IF.

    DISPLAY "Current column: " WS-Cxl-Col(WS-Cxl-Idx)
      UPON CONSOLE.
    DISPLAY "New record column 01-20 (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Col.
    ACCEPT WS-Edit-Col FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Col NOT = SPACE
        MOVE ZERO TO WS-Cxl-Col(WS-Cxl-Idx)
        IF  FUNCTION TEST-NUMVAL(WS-Edit-Col) = ZERO
            MOVE FUNCTION NUMVAL(WS-Edit-Col)
              TO WS-Cxl-Col(WS-Cxl-Idx)
        END-IF
    END-IF.

    DISPLAY "Current external code: "
            FUNCTION TRIM(WS-Cxl-External(WS-Cxl-Idx)) UPON CONSOLE.
    DISPLAY "New external code as the vendor sends it "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Code NOT = SPACE
        MOVE WS-Edit-Code TO WS-Cxl-External(WS-Cxl-Idx)
    END-IF.

    DISPLAY "Current internal code: "
            FUNCTION TRIM(WS-Cxl-Internal(WS-Cxl-Idx)) UPON CONSOLE.
    DISPLAY "New internal code (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Code NOT = SPACE
        MOVE WS-Edit-Code TO WS-Cxl-Internal(WS-Cxl-Idx)
    END-IF.

    DISPLAY "Current in force from: " WS-Cxl-Eff-From(WS-Cxl-Idx)
      UPON CONSOLE.
    DISPLAY "New from YYYYMMDD, * for always (blank to leave "
            "unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Date.
    ACCEPT WS-Edit-Date FROM CONSOLE END-ACCEPT.
    EVALUATE TRUE
        WHEN WS-Edit-Date = "*"
            MOVE SPACE TO WS-Cxl-Eff-From(WS-Cxl-Idx)
        WHEN WS-Edit-Date NOT = SPACE
            MOVE WS-Edit-Date TO WS-Cxl-Eff-From(WS-Cxl-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    DISPLAY "Current in force to: " WS-Cxl-Eff-To(WS-Cxl-Idx)
      UPON CONSOLE.
    DISPLAY "New to YYYYMMDD, * for until further notice "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Date.
    ACCEPT WS-Edit-Date FROM CONSOLE END-ACCEPT.
    EVALUATE TRUE
        WHEN WS-Edit-Date = "*"
            MOVE SPACE TO WS-Cxl-Eff-To(WS-Cxl-Idx)
        WHEN WS-Edit-Date NOT = SPACE
            MOVE WS-Edit-Date TO WS-Cxl-Eff-To(WS-Cxl-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    PERFORM 240-Check-Row.

    IF  NOT WS-Cxm-Row-OK
        MOVE WS-Cxm-Saved-Entry TO WS-Cxl-Entry(WS-Cxl-Idx)
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - row left as it was" UPON CONSOLE
    ELSE
        IF  WS-Cxl-Entry(WS-Cxl-Idx) NOT = WS-Cxm-Saved-Entry
            PERFORM 270-Stamp-Changed-Row
        END-IF
    END-IF.

*>------------------------------------------------
230-Add-Row.
*>------------------------------------------------
*> A new row starts out for the vendor being listed,
*> if any, and in force from always to further notice.
*>------------------------------------------------
    IF  WS-Cxl-Count >= WS-Cxl-Limit
        DISPLAY WS-Pgm-ID " code translation table full ("
                WS-Cxl-Limit " rows)" UPON CONSOLE
    ELSE
        ADD 1 TO WS-Cxl-Count
        SET WS-Cxl-Idx TO WS-Cxl-Count
        MOVE SPACE TO WS-Cxl-Entry(WS-Cxl-Idx)
        MOVE ZERO  TO WS-Cxl-Col(WS-Cxl-Idx)
        MOVE WS-Cxm-Filter TO WS-Cxl-Vendor(WS-Cxl-Idx)
        MOVE WS-Cxl-Count TO WS-Edit-Index
        PERFORM 220-Edit-Row

        IF  WS-Cxl-External(WS-Cxl-Idx) = SPACE
*>          the edit was refused and put the blank row
*>          back - drop it.
            SUBTRACT 1 FROM WS-Cxl-Count
            DISPLAY WS-Pgm-ID " row discarded" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
240-Check-Row.
*>------------------------------------------------
*> A mapping needs a vendor, a column the layout
*> profiles can have (01-20), both codes, real
*> YYYYMMDD dates where given, in order, and no other
*> row for the same vendor, column and external code in
*> force on any of the same days - intake takes the
*> first row that matches, so an overlap would make
*> table order decide the code.
*>------------------------------------------------
    MOVE "Y" TO WS-Cxm-Row-OK-Sw.
    MOVE SPACE TO WS-MSG.

    EVALUATE TRUE
        WHEN WS-Cxl-Vendor(WS-Cxl-Idx) = SPACE
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE "vendor code is required" TO WS-MSG
        WHEN WS-Cxl-Col(WS-Cxl-Idx) IS NOT NUMERIC
          OR WS-Cxl-Col(WS-Cxl-Idx) = ZERO
          OR WS-Cxl-Col(WS-Cxl-Idx) > 20
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE "column must be 01 to 20" TO WS-MSG
        WHEN WS-Cxl-External(WS-Cxl-Idx) = SPACE
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE "external code is required" TO WS-MSG
        WHEN WS-Cxl-Internal(WS-Cxl-Idx) = SPACE
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE "internal code is required" TO WS-MSG
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF  WS-Cxm-Row-OK
        MOVE WS-Cxl-Eff-From(WS-Cxl-Idx) TO WS-Cxm-Date-Work
        PERFORM 242-Check-Date
        IF  WS-Cxm-Date-OK
            MOVE WS-Cxl-Eff-To(WS-Cxl-Idx) TO WS-Cxm-Date-Work
            PERFORM 242-Check-Date
        END-IF
        IF  NOT WS-Cxm-Date-OK
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE "dates must be YYYYMMDD or blank" TO WS-MSG
        END-IF
    END-IF.

    IF  WS-Cxm-Row-OK
    AND WS-Cxl-Eff-From(WS-Cxl-Idx) NOT = SPACE
    AND WS-Cxl-Eff-To(WS-Cxl-Idx) NOT = SPACE
    AND WS-Cxl-Eff-From(WS-Cxl-Idx) > WS-Cxl-Eff-To(WS-Cxl-Idx)
        MOVE "N" TO WS-Cxm-Row-OK-Sw
        MOVE "from date is after to date" TO WS-MSG
    END-IF.

    IF  WS-Cxm-Row-OK
        MOVE ZERO TO WS-Cxm-Clash-Row
        PERFORM 241-Check-One-Overlap
          VARYING WS-Cxm-Other-Idx FROM 1 BY 1
            UNTIL WS-Cxm-Clash-Row > ZERO
               OR WS-Cxm-Other-Idx > WS-Cxl-Count
        IF  WS-Cxm-Clash-Row > ZERO
            MOVE "N" TO WS-Cxm-Row-OK-Sw
            MOVE SPACE TO WS-MSG
            STRING "overlaps the dates of row " DELIMITED BY SIZE
                   WS-Cxm-Clash-Row DELIMITED BY SIZE
                   " for the same code" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        END-IF
    END-IF.

*>------------------------------------------------
241-Check-One-Overlap.
*>------------------------------------------------
*> Two ranges overlap unless one ends before the other
*> starts; a blank end never ends and a blank start
*> always was.
*>------------------------------------------------
    IF  WS-Cxm-Other-Idx NOT = WS-Cxl-Idx
    AND WS-Cxl-Vendor(WS-Cxm-Other-Idx) = WS-Cxl-Vendor(WS-Cxl-Idx)
    AND WS-Cxl-Col(WS-Cxm-Other-Idx)    = WS-Cxl-Col(WS-Cxl-Idx)
    AND FUNCTION TRIM(WS-Cxl-External(WS-Cxm-Other-Idx))
      = FUNCTION TRIM(WS-Cxl-External(WS-Cxl-Idx))
        IF  (WS-Cxl-Eff-From(WS-Cxl-Idx) = SPACE
             OR WS-Cxl-Eff-To(WS-Cxm-Other-Idx) = SPACE
             OR WS-Cxl-Eff-From(WS-Cxl-Idx)
                  NOT > WS-Cxl-Eff-To(WS-Cxm-Other-Idx))
        AND (WS-Cxl-Eff-From(WS-Cxm-Other-Idx) = SPACE
             OR WS-Cxl-Eff-To(WS-Cxl-Idx) = SPACE
             OR WS-Cxl-Eff-From(WS-Cxm-Other-Idx)
                  NOT > WS-Cxl-Eff-To(WS-Cxl-Idx))
            MOVE WS-Cxm-Other-Idx TO WS-Cxm-Clash-Row
        END-IF
    END-IF.

*>------------------------------------------------
242-Check-Date.
*>------------------------------------------------
*> Blank is allowed (open-ended); anything else must
*> be a real calendar date, same test as PGM55.
*>------------------------------------------------
    MOVE "Y" TO WS-Cxm-Date-OK-Sw.

    IF  WS-Cxm-Date-Work NOT = SPACE
        IF  WS-Cxm-Date-Work IS NOT NUMERIC
            MOVE "N" TO WS-Cxm-Date-OK-Sw
        ELSE
            IF  FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-Cxm-Date-Work)) NOT = ZERO
                MOVE "N" TO WS-Cxm-Date-OK-Sw
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
260-Drop-Row.
*>------------------------------------------------
*> Dropping a row that intake still needs sends that
*> vendor's next file with the code to XLATE-EXC - end-
*> dating it is usually the better change.
*>------------------------------------------------
    DISPLAY "Row number of the mapping to drop:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Row-Raw.
    ACCEPT WS-Edit-Row-Raw FROM CONSOLE END-ACCEPT.
    MOVE ZERO TO WS-Edit-Index.
    MOVE FUNCTION NUMVAL(WS-Edit-Row-Raw) TO WS-Edit-Index.

    IF  WS-Edit-Index < 1
    OR  WS-Edit-Index > WS-Cxl-Count
        DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
    ELSE
        SET WS-Cxl-Idx TO WS-Edit-Index
        DISPLAY WS-Pgm-ID " "
                FUNCTION TRIM(WS-Cxl-Vendor(WS-Cxl-Idx)) " "
                FUNCTION TRIM(WS-Cxl-External(WS-Cxl-Idx))
                " dropped" UPON CONSOLE
        PERFORM 261-Close-Up-Row
          VARYING WS-Cxl-Idx FROM WS-Edit-Index BY 1
            UNTIL WS-Cxl-Idx >= WS-Cxl-Count
        SUBTRACT 1 FROM WS-Cxl-Count
        ADD 1 TO WS-Cxm-Change-Count
    END-IF.

*>------------------------------------------------
261-Close-Up-Row.
*>------------------------------------------------
    MOVE WS-Cxl-Entry(WS-Cxl-Idx + 1)
      TO WS-Cxl-Entry(WS-Cxl-Idx).

*>------------------------------------------------
270-Stamp-Changed-Row.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Cxm-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Cxm-Stamp
    END-STRING.
    MOVE WS-OS-User   TO WS-Cxl-Changed-By(WS-Cxl-Idx).
    MOVE WS-Cxm-Stamp TO WS-Cxl-Changed-Stamp(WS-Cxl-Idx).
    ADD 1 TO WS-Cxm-Change-Count.

*>------------------------------------------------
300-Save-Table.
*>------------------------------------------------
*> Rewrite ./reports/code-xlate.cfg from scratch with
*> every row's current in-memory value, same fixed-
*> width layout intake loads, and record the save in
*> the run audit.
*>------------------------------------------------
    OPEN OUTPUT Code-Xlate-File.

    IF  WS-StatusCXL = "00"
        PERFORM 310-Write-Xlate-Row
          VARYING WS-Cxl-Idx FROM 1 BY 1
            UNTIL WS-Cxl-Idx > WS-Cxl-Count

        CLOSE Code-Xlate-File

        PERFORM 320-Write-Xlate-Audit

        DISPLAY WS-Pgm-ID " code translation table saved to "
                FUNCTION TRIM(WS-Code-Xlate-Path)
          UPON CONSOLE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "Unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Code-Xlate-Path) DELIMITED BY SIZE
               " for output - table not saved" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " WS-MSG UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Write-Xlate-Row.
*>------------------------------------------------
    MOVE SPACE TO Code-Xlate-Line.
    MOVE WS-Cxl-Vendor(WS-Cxl-Idx)        TO CX-Vendor-Code.
    MOVE WS-Cxl-Col(WS-Cxl-Idx)           TO CX-Col.
    MOVE WS-Cxl-External(WS-Cxl-Idx)      TO CX-External.
    MOVE WS-Cxl-Internal(WS-Cxl-Idx)      TO CX-Internal.
    MOVE WS-Cxl-Eff-From(WS-Cxl-Idx)      TO CX-Eff-From.
    MOVE WS-Cxl-Eff-To(WS-Cxl-Idx)        TO CX-Eff-To.
    MOVE WS-Cxl-Changed-By(WS-Cxl-Idx)    TO CX-Changed-By.
    MOVE WS-Cxl-Changed-Stamp(WS-Cxl-Idx) TO CX-Changed-Stamp.

    WRITE Code-Xlate-Line.

*>------------------------------------------------
320-Write-Xlate-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per save, same layout
*> as PGM49's 320-Write-Maint-Audit.
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

    MOVE WS-Cxm-Change-Count TO WS-Cxm-Change-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "code xlate saved, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cxm-Change-Edit) DELIMITED BY SIZE
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

END PROGRAM PGM60.
