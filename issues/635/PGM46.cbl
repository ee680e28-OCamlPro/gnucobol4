*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM46.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Layout-profile maintenance screen.
*> Lists the per-vendor record-layout profiles PGM01's
*> 2125-Validate-File-Content checks every arrival
*> against (vendor-layout.cfg), lets an operator edit
*> any column of a row or add one, and - before
*> anything is saved - run the edited profile against
*> a file already in ./files/done: every row's verdict,
*> the detail count, and the amount hash total, worked
*> out the way PGM01 works them out, so a wrong
*> VL-Type-Mask shows up here instead of on tomorrow's
*> rejects.  The test only reads the sample file -
*> nothing is indexed, moved, or reported.  Saves for
*> PGM01's 078-Load-Layout-Table to pick up on its next
*> run.  Same standalone console-screen mold as PGM02.
*> A column the profile masks shows masked in a test
*> verdict unless the operator holds RAWDATA in
*> ./reports/auth-table.cfg.
*> A vendor may carry several versions of its layout,
*> one row each: a version tag (unique within the
*> vendor), the dates it is in force, and the column
*> of the header record that names it.  PGM01 picks
*> the version by that header tag when the file has
*> one, else by the date in force.
*> A row may describe a fixed-width file instead of a
*> delimited one: each column's start, length and
*> implied decimals, where the record-type code sits
*> and which codes mark the header, detail and trailer
*> records, and where the trailer keeps its count and
*> amount.  The test run cuts and types the sample's
*> rows the same way.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/Intake-Data-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/Intake-Data-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM46".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Intake-Data-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Col-Mask-WS.cpy".

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Menu-Rest                 PIC X(03) VALUE SPACE.
01  WS-Edit-Index                PIC 9(02) VALUE ZERO.
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
01  WS-Done-Sw                    PIC X(01) VALUE "N".
    88  WS-Maint-Done             VALUE "Y".

*> one answer per prompt in 220-Edit-Row - blank always
*> means leave the column as it is.
01  WS-Edit-Code                 PIC X(10) VALUE SPACE.
01  WS-Edit-Flag                 PIC X(01) VALUE SPACE.
01  WS-Edit-Mask                 PIC X(20) VALUE SPACE.
01  WS-Edit-Number               PIC X(02) VALUE SPACE.
01  WS-Edit-Value                PIC 9(02) VALUE ZERO.
01  WS-Edit-Field-Name           PIC X(30) VALUE SPACE.
01  WS-Edit-Date                 PIC X(08) VALUE SPACE.
01  WS-Edit-Date-Num             PIC 9(08) VALUE ZERO.
01  WS-Edit-Old-Version          PIC X(08) VALUE SPACE.
01  WS-Edit-Old-From             PIC X(08) VALUE SPACE.
01  WS-Edit-Old-To               PIC X(08) VALUE SPACE.
01  WS-Edit-Dup-Sw               PIC X(01) VALUE "N".
    88  WS-Edit-Dup-Version      VALUE "Y".
01  WS-Edit-Pos-Entry            PIC X(04) VALUE SPACE.
01  WS-Edit-Pos-Value            PIC 9(03) VALUE ZERO.
01  WS-Edit-Pos-Max              PIC 9(03) VALUE ZERO.
01  WS-Edit-Rt-Code              PIC X(04) VALUE SPACE.
01  WS-Edit-Old-Spec             PIC X(160) VALUE SPACE.
01  WS-Edit-Col-Edit             PIC Z9 VALUE ZERO.

*> the fixed-width positions of a row as listed - one
*> "col:start/len.dec" entry per column.
01  WS-Pos-Disp-Line             PIC X(250) VALUE SPACE.
01  WS-Pos-Disp-Ptr              PIC 9(04) VALUE ZERO.

*> the sample file a profile is tried against -
*> company segment and name under that company's
*> ./files/done.
01  WS-Test-Company              PIC X(10) VALUE SPACE.
01  WS-Test-Filename             PIC X(60) VALUE SPACE.
01  WS-Test-Show-All-Sw          PIC X(01) VALUE "Y".
    88  WS-Test-Show-All         VALUE "Y".
01  WS-Test-Verdict              PIC X(06) VALUE SPACE.
01  WS-Test-Row-Why              PIC X(07) VALUE SPACE.
01  WS-Test-Detail               PIC X(60) VALUE SPACE.
01  WS-Test-Row-Edit             PIC Z(06)9 VALUE ZERO.
01  WS-Test-Col-Edit             PIC Z9 VALUE ZERO.
01  WS-Test-Show-Count           PIC 9(07) VALUE ZERO.
01  WS-Test-Show-Max             PIC 9(07) VALUE 200.
01  WS-Test-Show-Value           PIC X(80) VALUE SPACE.
01  WS-Test-Raw-Sw               PIC X(01) VALUE "N".
    88  WS-Test-Raw-Allowed      VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 100-Load-Current-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Maint-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM28, so this screen edits the same
*> ./reports/vendor-layout.cfg PGM01 will read and
*> finds ./files/done wherever the dir table put it.
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

    MOVE SPACE TO WS-Layout-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-layout.cfg" DELIMITED BY SIZE
      INTO WS-Layout-Table-Path
    END-STRING.

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
            MOVE WS-Opr-ID TO WS-Auth-User
        WHEN WS-Opr-No-Master
            ACCEPT WS-Auth-User FROM ENVIRONMENT "USER" END-ACCEPT
            IF  WS-Auth-User = SPACE
                ACCEPT WS-Auth-User FROM ENVIRONMENT "LOGNAME"
                  END-ACCEPT
            END-IF
            IF  WS-Auth-User = SPACE
                MOVE "UNKNOWN" TO WS-Auth-User
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.

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
095-Build-Path-Name.
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
*> PGM47's 079-Check-Authorization - no file deployed
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
    MOVE ZERO TO WS-Layout-Count.

    MOVE "N" TO WS-EOF-LAY.
    OPEN INPUT Layout-Table-File.
    IF  WS-StatusLAY = "00"
        PERFORM 110-Read-Layout-Table-Row
          UNTIL Layout-Table-EOF
        CLOSE Layout-Table-File
    END-IF.

*>------------------------------------------------
110-Read-Layout-Table-Row.
*>------------------------------------------------
*> Every column is carried, including the ones this
*> screen never tests (split, sequence, reference,
*> masking), so
*> a save writes back exactly what it read.
*>------------------------------------------------
    READ Layout-Table-File
        AT END
            MOVE "Y" TO WS-EOF-LAY
        NOT AT END
            IF  VL-Vendor-Code NOT = SPACE
            AND WS-Layout-Count < WS-Layout-Limit
                ADD 1 TO WS-Layout-Count
                SET WS-Lay-Idx TO WS-Layout-Count
                MOVE VL-Vendor-Code TO WS-Layout-Vendor(WS-Lay-Idx)
                MOVE VL-Delimiter   TO WS-Layout-Delim(WS-Lay-Idx)
                MOVE VL-Col-Count   TO WS-Layout-Cols(WS-Lay-Idx)
                MOVE VL-Req-Mask    TO WS-Layout-Req-Mask(WS-Lay-Idx)
                MOVE VL-Type-Mask   TO WS-Layout-Type-Mask(WS-Lay-Idx)
                MOVE VL-Ctl-Sw      TO WS-Layout-Ctl-Sw(WS-Lay-Idx)
                MOVE VL-Amt-Col     TO WS-Layout-Amt-Col(WS-Lay-Idx)
                MOVE VL-Norm-Sw     TO WS-Layout-Norm-Sw(WS-Lay-Idx)
                MOVE VL-Date-Fmt    TO WS-Layout-Date-Fmt(WS-Lay-Idx)
                MOVE VL-Consol-Sw   TO WS-Layout-Consol-Sw(WS-Lay-Idx)
                MOVE VL-Co-Col      TO WS-Layout-Co-Col(WS-Lay-Idx)
                MOVE VL-Seq-Start   TO WS-Layout-Seq-Start(WS-Lay-Idx)
                MOVE VL-Seq-Len     TO WS-Layout-Seq-Len(WS-Lay-Idx)
*>              rows saved before the reference column
*>              read blank - no check, same as PGM15.
                IF  VL-Ref-Col IS NUMERIC
                    MOVE VL-Ref-Col TO WS-Layout-Ref-Col(WS-Lay-Idx)
                ELSE
                    MOVE ZERO       TO WS-Layout-Ref-Col(WS-Lay-Idx)
                END-IF
                MOVE VL-Mask-Codes  TO WS-Layout-Mask-Codes(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Version)
                                    TO WS-Layout-Version(WS-Lay-Idx)
                MOVE VL-Eff-From    TO WS-Layout-Eff-From(WS-Lay-Idx)
                MOVE VL-Eff-To      TO WS-Layout-Eff-To(WS-Lay-Idx)
                IF  VL-Tag-Col IS NUMERIC
                    MOVE VL-Tag-Col TO WS-Layout-Tag-Col(WS-Lay-Idx)
                ELSE
                    MOVE ZERO       TO WS-Layout-Tag-Col(WS-Lay-Idx)
                END-IF
                MOVE FUNCTION UPPER-CASE(VL-Format-Sw)
                                    TO WS-Layout-Format-Sw(WS-Lay-Idx)
                IF  WS-Layout-Fixed(WS-Lay-Idx)
                    MOVE VL-Fixed-Spec
                      TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
                ELSE
                    INITIALIZE WS-Layout-Fixed-Spec(WS-Lay-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 210-Display-Table.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number (1-" WS-Layout-Count ") to edit, "
            "Tn to test row n against a done file, A to add,"
      UPON CONSOLE.
    DISPLAY "S to save and exit, or Q to quit without saving:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.
    MOVE WS-Menu-Choice(2 : 3) TO WS-Menu-Rest.

    EVALUATE TRUE
        WHEN WS-Menu-Verb = "S" AND WS-Menu-Rest = SPACE
            PERFORM 300-Save-Table
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Verb = "Q" AND WS-Menu-Rest = SPACE
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Verb = "A" AND WS-Menu-Rest = SPACE
            PERFORM 230-Add-Row
        WHEN WS-Menu-Verb = "T"
            MOVE ZERO TO WS-Edit-Index
            IF  WS-Menu-Rest NOT = SPACE
                MOVE FUNCTION NUMVAL(WS-Menu-Rest) TO WS-Edit-Index
            END-IF

            IF  WS-Edit-Index >= 1
            AND WS-Edit-Index <= WS-Layout-Count
                PERFORM 400-Test-Profile
                  THRU 400-Test-Exit
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
        WHEN OTHER
            MOVE ZERO TO WS-Edit-Index
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Edit-Index

            IF  WS-Edit-Index >= 1
            AND WS-Edit-Index <= WS-Layout-Count
                PERFORM 220-Edit-Row
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
210-Display-Table.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row  Vendor      Dl Cols Ctl Amt Nrm Dt Con Co "
            "Seq   Ref" UPON CONSOLE.
    DISPLAY "     Req mask             Type mask            "
            "Masking" UPON CONSOLE.
    DISPLAY "     Version  From     To       Tag Fmt" UPON CONSOLE.
    IF  WS-Layout-Count = ZERO
        DISPLAY "(no layout profiles on file)" UPON CONSOLE
    ELSE
        PERFORM 211-Display-Row
          VARYING WS-Lay-Idx FROM 1 BY 1
            UNTIL WS-Lay-Idx > WS-Layout-Count
    END-IF.

*>------------------------------------------------
211-Display-Row.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Lay-Idx.

    DISPLAY WS-Row-Num "   "
            WS-Layout-Vendor(WS-Lay-Idx) "  "
            WS-Layout-Delim(WS-Lay-Idx) "  "
            WS-Layout-Cols(WS-Lay-Idx) "   "
            WS-Layout-Ctl-Sw(WS-Lay-Idx) "   "
            WS-Layout-Amt-Col(WS-Lay-Idx) "  "
            WS-Layout-Norm-Sw(WS-Lay-Idx) "   "
            WS-Layout-Date-Fmt(WS-Lay-Idx) "  "
            WS-Layout-Consol-Sw(WS-Lay-Idx) "   "
            WS-Layout-Co-Col(WS-Lay-Idx) " "
            WS-Layout-Seq-Start(WS-Lay-Idx) "/"
            WS-Layout-Seq-Len(WS-Lay-Idx) " "
            WS-Layout-Ref-Col(WS-Lay-Idx)
      UPON CONSOLE.
    DISPLAY "     "
            WS-Layout-Req-Mask(WS-Lay-Idx) " "
            WS-Layout-Type-Mask(WS-Lay-Idx) " "
            WS-Layout-Mask-Codes(WS-Lay-Idx)
      UPON CONSOLE.
    DISPLAY "     "
            WS-Layout-Version(WS-Lay-Idx) " "
            WS-Layout-Eff-From(WS-Lay-Idx) " "
            WS-Layout-Eff-To(WS-Lay-Idx) " "
            WS-Layout-Tag-Col(WS-Lay-Idx) "  "
            WS-Layout-Format-Sw(WS-Lay-Idx)
      UPON CONSOLE.
    IF  WS-Layout-Fixed(WS-Lay-Idx)
        DISPLAY "     Type at "
                WS-Layout-Rt-Start(WS-Lay-Idx) "/"
                WS-Layout-Rt-Len(WS-Lay-Idx) " H["
                WS-Layout-Rt-Header(WS-Lay-Idx) "] D["
                WS-Layout-Rt-Detail(WS-Lay-Idx) "] T["
                WS-Layout-Rt-Trailer(WS-Lay-Idx) "]  Trailer count "
                WS-Layout-Trl-Cnt-Start(WS-Lay-Idx) "/"
                WS-Layout-Trl-Cnt-Len(WS-Lay-Idx) " amount "
                WS-Layout-Trl-Amt-Start(WS-Lay-Idx) "/"
                WS-Layout-Trl-Amt-Len(WS-Lay-Idx)
          UPON CONSOLE
        MOVE SPACE TO WS-Pos-Disp-Line
        MOVE 1     TO WS-Pos-Disp-Ptr
        PERFORM 2111-Append-Position
          VARYING WS-Pos-Col-Num FROM 1 BY 1
            UNTIL WS-Pos-Col-Num > WS-Layout-Cols(WS-Lay-Idx)
               OR WS-Pos-Col-Num > 20
        DISPLAY "     " FUNCTION TRIM(WS-Pos-Disp-Line TRAILING)
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
2111-Append-Position.
*>------------------------------------------------
    MOVE WS-Pos-Col-Num TO WS-Edit-Col-Edit.
    STRING FUNCTION TRIM(WS-Edit-Col-Edit) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-Layout-Pos-Start(WS-Lay-Idx, WS-Pos-Col-Num)
             DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-Layout-Pos-Len(WS-Lay-Idx, WS-Pos-Col-Num)
             DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-Layout-Pos-Dec(WS-Lay-Idx, WS-Pos-Col-Num)
             DELIMITED BY SIZE
           " " DELIMITED BY SIZE
      INTO WS-Pos-Disp-Line
      WITH POINTER WS-Pos-Disp-Ptr
    END-STRING.

*>------------------------------------------------
220-Edit-Row.
*>------------------------------------------------
*> Edit one row in place in the WORKING-STORAGE table -
*> nothing is written to disk until the operator
*> chooses S from 200-Menu-Loop, same as PGM14, so a
*> profile can be edited and tested as many times as
*> it takes.
*>------------------------------------------------
    SET WS-Lay-Idx TO WS-Edit-Index.

    DISPLAY "Current vendor code: " WS-Layout-Vendor(WS-Lay-Idx)
      UPON CONSOLE.
    DISPLAY "New vendor code (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Code NOT = SPACE
        MOVE WS-Edit-Code TO WS-Layout-Vendor(WS-Lay-Idx)
    END-IF.

    DISPLAY "Current delimiter: [" WS-Layout-Delim(WS-Lay-Idx) "]"
      UPON CONSOLE.
    DISPLAY "New delimiter character (blank to leave unchanged):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Flag.
    ACCEPT WS-Edit-Flag FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Flag NOT = SPACE
        MOVE WS-Edit-Flag TO WS-Layout-Delim(WS-Lay-Idx)
    END-IF.

    MOVE "column count" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Cols(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Cols(WS-Lay-Idx).

    DISPLAY "Current required mask: "
            WS-Layout-Req-Mask(WS-Lay-Idx) UPON CONSOLE.
    DISPLAY "New required mask, one Y/N per column "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Mask.
    ACCEPT WS-Edit-Mask FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Mask NOT = SPACE
        MOVE FUNCTION UPPER-CASE(WS-Edit-Mask)
          TO WS-Layout-Req-Mask(WS-Lay-Idx)
    END-IF.

    DISPLAY "Current type mask:     "
            WS-Layout-Type-Mask(WS-Lay-Idx) UPON CONSOLE.
    DISPLAY "New type mask, one N/D/X per column "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Mask.
    ACCEPT WS-Edit-Mask FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Mask NOT = SPACE
        MOVE FUNCTION UPPER-CASE(WS-Edit-Mask)
          TO WS-Layout-Type-Mask(WS-Lay-Idx)
    END-IF.

    MOVE "control-record flag" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Ctl-Sw(WS-Lay-Idx) TO WS-Edit-Flag.
    PERFORM 226-Edit-Yes-No-Flag.
    MOVE WS-Edit-Flag TO WS-Layout-Ctl-Sw(WS-Lay-Idx).

    MOVE "amount column (00 none)" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Amt-Col(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Amt-Col(WS-Lay-Idx).

    MOVE "normalization flag" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Norm-Sw(WS-Lay-Idx) TO WS-Edit-Flag.
    PERFORM 226-Edit-Yes-No-Flag.
    MOVE WS-Edit-Flag TO WS-Layout-Norm-Sw(WS-Lay-Idx).

    DISPLAY "Current date format: [" WS-Layout-Date-Fmt(WS-Lay-Idx) "]"
      UPON CONSOLE.
    DISPLAY "New date format U MM/DD/YYYY, E DD/MM/YYYY, "
            "C YYYYMMDD (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Flag.
    ACCEPT WS-Edit-Flag FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Edit-Flag) TO WS-Edit-Flag.
    IF  WS-Edit-Flag = "U" OR WS-Edit-Flag = "E"
        MOVE WS-Edit-Flag TO WS-Layout-Date-Fmt(WS-Lay-Idx)
    ELSE
        IF  WS-Edit-Flag = "C"
            MOVE SPACE TO WS-Layout-Date-Fmt(WS-Lay-Idx)
        END-IF
    END-IF.

    MOVE "consolidated-file flag" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Consol-Sw(WS-Lay-Idx) TO WS-Edit-Flag.
    PERFORM 226-Edit-Yes-No-Flag.
    MOVE WS-Edit-Flag TO WS-Layout-Consol-Sw(WS-Lay-Idx).

    MOVE "company-code column" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Co-Col(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Co-Col(WS-Lay-Idx).

    MOVE "filename sequence position" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Seq-Start(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Seq-Start(WS-Lay-Idx).

    MOVE "filename sequence length" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Seq-Len(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Seq-Len(WS-Lay-Idx).

    MOVE "business-reference column" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Ref-Col(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Ref-Col(WS-Lay-Idx).

    DISPLAY "Current masking codes: "
            WS-Layout-Mask-Codes(WS-Lay-Idx) UPON CONSOLE.
    DISPLAY "New masking codes, one F(ull)/P(artial)/T(oken) or "
            "space per column (blank to leave unchanged, "
            "- to clear):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Mask.
    ACCEPT WS-Edit-Mask FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Mask = "-"
        MOVE SPACE TO WS-Layout-Mask-Codes(WS-Lay-Idx)
    ELSE
        IF  WS-Edit-Mask NOT = SPACE
            MOVE FUNCTION UPPER-CASE(WS-Edit-Mask)
              TO WS-Layout-Mask-Codes(WS-Lay-Idx)
        END-IF
    END-IF.

    PERFORM 227-Edit-Version.

    PERFORM 229-Edit-Fixed-Spec.

*>------------------------------------------------
225-Edit-Column-Number.
*>------------------------------------------------
*> One two-digit column of the row - WS-Edit-Value in
*> and out.  Anything over 20 (the widest row PGM01
*> splits) is refused and the old value kept.
*>------------------------------------------------
    DISPLAY "Current " FUNCTION TRIM(WS-Edit-Field-Name) ": "
            WS-Edit-Value UPON CONSOLE.
    DISPLAY "New " FUNCTION TRIM(WS-Edit-Field-Name)
            " (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Number.
    ACCEPT WS-Edit-Number FROM CONSOLE END-ACCEPT.

    IF  WS-Edit-Number NOT = SPACE
        IF  FUNCTION TEST-NUMVAL(WS-Edit-Number) = ZERO
        AND FUNCTION NUMVAL(WS-Edit-Number) <= 20
            MOVE FUNCTION NUMVAL(WS-Edit-Number) TO WS-Edit-Value
        ELSE
            DISPLAY WS-Pgm-ID " not a column number 0-20 - "
                    "left unchanged" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
226-Edit-Yes-No-Flag.
*>------------------------------------------------
    DISPLAY "Current " FUNCTION TRIM(WS-Edit-Field-Name) ": "
            WS-Edit-Flag UPON CONSOLE.
    DISPLAY "New " FUNCTION TRIM(WS-Edit-Field-Name)
            " Y/N (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.

    IF  WS-Edit-Code = "Y" OR WS-Edit-Code = "y"
        MOVE "Y" TO WS-Edit-Flag
    ELSE
        IF  WS-Edit-Code = "N" OR WS-Edit-Code = "n"
            MOVE "N" TO WS-Edit-Flag
        END-IF
    END-IF.

*>------------------------------------------------
227-Edit-Version.
*>------------------------------------------------
*> The version columns of the row.  A tag another row
*> of the same vendor already carries is refused, and
*> so is an in-force range that ends before it starts -
*> either way the old values are kept.
*>------------------------------------------------
    MOVE WS-Layout-Version(WS-Lay-Idx)  TO WS-Edit-Old-Version.
    MOVE WS-Layout-Eff-From(WS-Lay-Idx) TO WS-Edit-Old-From.
    MOVE WS-Layout-Eff-To(WS-Lay-Idx)   TO WS-Edit-Old-To.

    DISPLAY "Current version tag: " WS-Layout-Version(WS-Lay-Idx)
      UPON CONSOLE.
    DISPLAY "New version tag (blank to leave unchanged, "
            "- to clear):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.
    EVALUATE TRUE
        WHEN WS-Edit-Code = "-"
            MOVE SPACE TO WS-Layout-Version(WS-Lay-Idx)
        WHEN WS-Edit-Code NOT = SPACE
            MOVE FUNCTION UPPER-CASE(WS-Edit-Code(1 : 8))
              TO WS-Layout-Version(WS-Lay-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    MOVE "N" TO WS-Edit-Dup-Sw.
    IF  WS-Layout-Version(WS-Lay-Idx) NOT = SPACE
        PERFORM 2271-Check-Dup-Version
          VARYING WS-Row-Num FROM 1 BY 1
            UNTIL WS-Row-Num > WS-Layout-Count
    END-IF.
    IF  WS-Edit-Dup-Version
        DISPLAY WS-Pgm-ID " version "
                FUNCTION TRIM(WS-Layout-Version(WS-Lay-Idx))
                " already on file for this vendor - "
                "left unchanged" UPON CONSOLE
        MOVE WS-Edit-Old-Version TO WS-Layout-Version(WS-Lay-Idx)
    END-IF.

    MOVE "in force from" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Eff-From(WS-Lay-Idx) TO WS-Edit-Date.
    PERFORM 228-Edit-Date.
    MOVE WS-Edit-Date TO WS-Layout-Eff-From(WS-Lay-Idx).

    MOVE "in force to" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Eff-To(WS-Lay-Idx) TO WS-Edit-Date.
    PERFORM 228-Edit-Date.
    MOVE WS-Edit-Date TO WS-Layout-Eff-To(WS-Lay-Idx).

    IF  WS-Layout-Eff-From(WS-Lay-Idx) NOT = SPACE
    AND WS-Layout-Eff-To(WS-Lay-Idx)   NOT = SPACE
    AND WS-Layout-Eff-From(WS-Lay-Idx) > WS-Layout-Eff-To(WS-Lay-Idx)
        DISPLAY WS-Pgm-ID " in-force range ends before it starts - "
                "dates left unchanged" UPON CONSOLE
        MOVE WS-Edit-Old-From TO WS-Layout-Eff-From(WS-Lay-Idx)
        MOVE WS-Edit-Old-To   TO WS-Layout-Eff-To(WS-Lay-Idx)
    END-IF.

    MOVE "header tag column (00 none)" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Tag-Col(WS-Lay-Idx) TO WS-Edit-Value.
    PERFORM 225-Edit-Column-Number.
    MOVE WS-Edit-Value TO WS-Layout-Tag-Col(WS-Lay-Idx).

*>------------------------------------------------
2271-Check-Dup-Version.
*>------------------------------------------------
    IF  WS-Row-Num NOT = WS-Edit-Index
    AND WS-Layout-Vendor(WS-Row-Num)  = WS-Layout-Vendor(WS-Lay-Idx)
    AND WS-Layout-Version(WS-Row-Num) = WS-Layout-Version(WS-Lay-Idx)
        MOVE "Y" TO WS-Edit-Dup-Sw
    END-IF.

*>------------------------------------------------
228-Edit-Date.
*>------------------------------------------------
*> One YYYYMMDD date of the row - WS-Edit-Date in and
*> out, blank meaning open-ended.  Anything that is not
*> a real calendar date is refused and the old value
*> kept.
*>------------------------------------------------
    DISPLAY "Current " FUNCTION TRIM(WS-Edit-Field-Name) ": "
            WS-Edit-Date UPON CONSOLE.
    DISPLAY "New " FUNCTION TRIM(WS-Edit-Field-Name)
            " YYYYMMDD (blank to leave unchanged, - for open):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.

    EVALUATE TRUE
        WHEN WS-Edit-Code = SPACE
            CONTINUE
        WHEN WS-Edit-Code = "-"
            MOVE SPACE TO WS-Edit-Date
        WHEN WS-Edit-Code(1 : 8) IS NUMERIC
         AND WS-Edit-Code(9 : 2) = SPACE
            MOVE WS-Edit-Code(1 : 8) TO WS-Edit-Date-Num
            IF  FUNCTION TEST-DATE-YYYYMMDD(WS-Edit-Date-Num) = ZERO
                MOVE WS-Edit-Code(1 : 8) TO WS-Edit-Date
            ELSE
                DISPLAY WS-Pgm-ID " not a valid date - "
                        "left unchanged" UPON CONSOLE
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " not a YYYYMMDD date - "
                    "left unchanged" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
229-Edit-Fixed-Spec.
*>------------------------------------------------
*> The record format of the row.  A delimited row
*> carries no positions; a fixed-width one is asked for
*> where its record-type code sits and the codes it
*> uses, where its trailer keeps the count and amount,
*> and the start, length and implied decimals of every
*> column up to the column count.  Any slice that would
*> run past the 512-byte record is refused and the old
*> value kept.
*>------------------------------------------------
    DISPLAY "Current record format: ["
            WS-Layout-Format-Sw(WS-Lay-Idx)
            "] (blank delimited, F fixed width)" UPON CONSOLE.
    DISPLAY "New record format D(elimited)/F(ixed width) "
            "(blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Flag.
    ACCEPT WS-Edit-Flag FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Edit-Flag) TO WS-Edit-Flag.
    EVALUATE WS-Edit-Flag
        WHEN "D"
            MOVE SPACE TO WS-Layout-Format-Sw(WS-Lay-Idx)
            INITIALIZE WS-Layout-Fixed-Spec(WS-Lay-Idx)
        WHEN "F"
            IF  NOT WS-Layout-Fixed(WS-Lay-Idx)
                INITIALIZE WS-Layout-Fixed-Spec(WS-Lay-Idx)
            END-IF
            MOVE "F" TO WS-Layout-Format-Sw(WS-Lay-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF  WS-Layout-Fixed(WS-Lay-Idx)
        PERFORM 2291-Edit-Record-Types
        PERFORM 2292-Edit-Trailer-Slices
        PERFORM 2293-Edit-One-Position
          VARYING WS-Pos-Col-Num FROM 1 BY 1
            UNTIL WS-Pos-Col-Num > WS-Layout-Cols(WS-Lay-Idx)
               OR WS-Pos-Col-Num > 20
    END-IF.

*>------------------------------------------------
2291-Edit-Record-Types.
*>------------------------------------------------
*> Record-type length 0 means the file has no type
*> codes - every row is a detail unless the control-
*> record flag says the first and last are not.
*>------------------------------------------------
    MOVE WS-Layout-Fixed-Spec(WS-Lay-Idx) TO WS-Edit-Old-Spec.

    MOVE "record-type start" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Rt-Start(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 512 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Rt-Start(WS-Lay-Idx).

    MOVE "record-type length (0 none)" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Rt-Len(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 4 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Rt-Len(WS-Lay-Idx).

    IF  WS-Layout-Rt-Len(WS-Lay-Idx) > ZERO
        MOVE "header record code" TO WS-Edit-Field-Name
        MOVE WS-Layout-Rt-Header(WS-Lay-Idx) TO WS-Edit-Rt-Code
        PERFORM 2295-Edit-Record-Code
        MOVE WS-Edit-Rt-Code TO WS-Layout-Rt-Header(WS-Lay-Idx)

        MOVE "detail record code" TO WS-Edit-Field-Name
        MOVE WS-Layout-Rt-Detail(WS-Lay-Idx) TO WS-Edit-Rt-Code
        PERFORM 2295-Edit-Record-Code
        MOVE WS-Edit-Rt-Code TO WS-Layout-Rt-Detail(WS-Lay-Idx)

        MOVE "trailer record code" TO WS-Edit-Field-Name
        MOVE WS-Layout-Rt-Trailer(WS-Lay-Idx) TO WS-Edit-Rt-Code
        PERFORM 2295-Edit-Record-Code
        MOVE WS-Edit-Rt-Code TO WS-Layout-Rt-Trailer(WS-Lay-Idx)
    END-IF.

    EVALUATE TRUE
        WHEN WS-Layout-Rt-Len(WS-Lay-Idx) > ZERO
         AND WS-Layout-Rt-Start(WS-Lay-Idx) = ZERO
            DISPLAY WS-Pgm-ID " record type has a length but no "
                    "start - left unchanged" UPON CONSOLE
            MOVE WS-Edit-Old-Spec TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
        WHEN WS-Layout-Rt-Start(WS-Lay-Idx)
               + WS-Layout-Rt-Len(WS-Lay-Idx) - 1 > 512
            DISPLAY WS-Pgm-ID " record type runs past position 512 - "
                    "left unchanged" UPON CONSOLE
            MOVE WS-Edit-Old-Spec TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
2292-Edit-Trailer-Slices.
*>------------------------------------------------
*> Where a control trailer keeps its record count and
*> its amount total - digits only, the amount with the
*> amount column's implied decimals.
*>------------------------------------------------
    MOVE WS-Layout-Fixed-Spec(WS-Lay-Idx) TO WS-Edit-Old-Spec.

    MOVE "trailer count start" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Trl-Cnt-Start(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 512 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Trl-Cnt-Start(WS-Lay-Idx).

    MOVE "trailer count length" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Trl-Cnt-Len(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 18 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Trl-Cnt-Len(WS-Lay-Idx).

    MOVE "trailer amount start" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Trl-Amt-Start(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 512 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Trl-Amt-Start(WS-Lay-Idx).

    MOVE "trailer amount length" TO WS-Edit-Field-Name.
    MOVE WS-Layout-Trl-Amt-Len(WS-Lay-Idx) TO WS-Edit-Pos-Value.
    MOVE 18 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value TO WS-Layout-Trl-Amt-Len(WS-Lay-Idx).

    IF  WS-Layout-Trl-Cnt-Start(WS-Lay-Idx)
          + WS-Layout-Trl-Cnt-Len(WS-Lay-Idx) - 1 > 512
    OR  WS-Layout-Trl-Amt-Start(WS-Lay-Idx)
          + WS-Layout-Trl-Amt-Len(WS-Lay-Idx) - 1 > 512
        DISPLAY WS-Pgm-ID " trailer slice runs past position 512 - "
                "left unchanged" UPON CONSOLE
        MOVE WS-Edit-Old-Spec TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
    END-IF.

*>------------------------------------------------
2293-Edit-One-Position.
*>------------------------------------------------
*> Start, length (at most 80, the widest value PGM01
*> checks) and implied decimals of one column.  More
*> decimals than digits, or a slice past the record,
*> puts the column back as it was.
*>------------------------------------------------
    MOVE WS-Layout-Fixed-Spec(WS-Lay-Idx) TO WS-Edit-Old-Spec.
    MOVE WS-Pos-Col-Num TO WS-Edit-Col-Edit.

    MOVE SPACE TO WS-Edit-Field-Name.
    STRING "column " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Edit-Col-Edit) DELIMITED BY SIZE
           " start" DELIMITED BY SIZE
      INTO WS-Edit-Field-Name
    END-STRING.
    MOVE WS-Layout-Pos-Start(WS-Lay-Idx, WS-Pos-Col-Num)
      TO WS-Edit-Pos-Value.
    MOVE 512 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value
      TO WS-Layout-Pos-Start(WS-Lay-Idx, WS-Pos-Col-Num).

    MOVE SPACE TO WS-Edit-Field-Name.
    STRING "column " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Edit-Col-Edit) DELIMITED BY SIZE
           " length" DELIMITED BY SIZE
      INTO WS-Edit-Field-Name
    END-STRING.
    MOVE WS-Layout-Pos-Len(WS-Lay-Idx, WS-Pos-Col-Num)
      TO WS-Edit-Pos-Value.
    MOVE 80 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value
      TO WS-Layout-Pos-Len(WS-Lay-Idx, WS-Pos-Col-Num).

    MOVE SPACE TO WS-Edit-Field-Name.
    STRING "column " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Edit-Col-Edit) DELIMITED BY SIZE
           " implied decimals" DELIMITED BY SIZE
      INTO WS-Edit-Field-Name
    END-STRING.
    MOVE WS-Layout-Pos-Dec(WS-Lay-Idx, WS-Pos-Col-Num)
      TO WS-Edit-Pos-Value.
    MOVE 9 TO WS-Edit-Pos-Max.
    PERFORM 2294-Edit-Position-Number.
    MOVE WS-Edit-Pos-Value
      TO WS-Layout-Pos-Dec(WS-Lay-Idx, WS-Pos-Col-Num).

    EVALUATE TRUE
        WHEN WS-Layout-Pos-Dec(WS-Lay-Idx, WS-Pos-Col-Num)
               > WS-Layout-Pos-Len(WS-Lay-Idx, WS-Pos-Col-Num)
            DISPLAY WS-Pgm-ID " more decimals than digits - "
                    "column left unchanged" UPON CONSOLE
            MOVE WS-Edit-Old-Spec TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
        WHEN WS-Layout-Pos-Start(WS-Lay-Idx, WS-Pos-Col-Num)
               + WS-Layout-Pos-Len(WS-Lay-Idx, WS-Pos-Col-Num) - 1
               > 512
            DISPLAY WS-Pgm-ID " column runs past position 512 - "
                    "left unchanged" UPON CONSOLE
            MOVE WS-Edit-Old-Spec TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
2294-Edit-Position-Number.
*>------------------------------------------------
*> One position figure of the fixed-width spec -
*> WS-Edit-Pos-Value in and out, refused over
*> WS-Edit-Pos-Max.
*>------------------------------------------------
    DISPLAY "Current " FUNCTION TRIM(WS-Edit-Field-Name) ": "
            WS-Edit-Pos-Value UPON CONSOLE.
    DISPLAY "New " FUNCTION TRIM(WS-Edit-Field-Name)
            " (blank to leave unchanged):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Pos-Entry.
    ACCEPT WS-Edit-Pos-Entry FROM CONSOLE END-ACCEPT.

    IF  WS-Edit-Pos-Entry NOT = SPACE
        IF  FUNCTION TEST-NUMVAL(WS-Edit-Pos-Entry) = ZERO
        AND FUNCTION NUMVAL(WS-Edit-Pos-Entry) <= WS-Edit-Pos-Max
            MOVE FUNCTION NUMVAL(WS-Edit-Pos-Entry)
              TO WS-Edit-Pos-Value
        ELSE
            DISPLAY WS-Pgm-ID " not a number 0-" WS-Edit-Pos-Max
                    " - left unchanged" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
2295-Edit-Record-Code.
*>------------------------------------------------
    DISPLAY "Current " FUNCTION TRIM(WS-Edit-Field-Name) ": ["
            WS-Edit-Rt-Code "]" UPON CONSOLE.
    DISPLAY "New " FUNCTION TRIM(WS-Edit-Field-Name)
            " (blank to leave unchanged, - to clear):" UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Code.
    ACCEPT WS-Edit-Code FROM CONSOLE END-ACCEPT.
    EVALUATE TRUE
        WHEN WS-Edit-Code = "-"
            MOVE SPACE TO WS-Edit-Rt-Code
        WHEN WS-Edit-Code NOT = SPACE
            MOVE FUNCTION UPPER-CASE(WS-Edit-Code(1 : 4))
              TO WS-Edit-Rt-Code
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
230-Add-Row.
*>------------------------------------------------
    IF  WS-Layout-Count >= WS-Layout-Limit
        DISPLAY WS-Pgm-ID " layout table full (" WS-Layout-Limit
                " rows)" UPON CONSOLE
    ELSE
        ADD 1 TO WS-Layout-Count
        SET WS-Lay-Idx TO WS-Layout-Count
        MOVE SPACE TO WS-Layout-Entry(WS-Lay-Idx)
        MOVE ","   TO WS-Layout-Delim(WS-Lay-Idx)
        MOVE "N"   TO WS-Layout-Ctl-Sw(WS-Lay-Idx)
                      WS-Layout-Norm-Sw(WS-Lay-Idx)
                      WS-Layout-Consol-Sw(WS-Lay-Idx)
        MOVE ZERO  TO WS-Layout-Cols(WS-Lay-Idx)
                      WS-Layout-Amt-Col(WS-Lay-Idx)
                      WS-Layout-Co-Col(WS-Lay-Idx)
                      WS-Layout-Seq-Start(WS-Lay-Idx)
                      WS-Layout-Seq-Len(WS-Lay-Idx)
                      WS-Layout-Ref-Col(WS-Lay-Idx)
                      WS-Layout-Tag-Col(WS-Lay-Idx)
        MOVE WS-Layout-Count TO WS-Edit-Index
        PERFORM 220-Edit-Row

        IF  WS-Layout-Vendor(WS-Lay-Idx) = SPACE
*>          PGM01's load skips a blank-code row anyway -
*>          drop it here rather than save dead weight.
            SUBTRACT 1 FROM WS-Layout-Count
            DISPLAY WS-Pgm-ID " blank vendor code - row discarded"
              UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
300-Save-Table.
*>------------------------------------------------
*> Rewrite ./reports/vendor-layout.cfg from scratch
*> with every row's current in-memory value, same
*> fixed-width layout PGM01's 078/079 load expects.
*>------------------------------------------------
    OPEN OUTPUT Layout-Table-File.

    IF  WS-StatusLAY = "00"
        PERFORM 310-Write-Layout-Table-Row
          VARYING WS-Lay-Idx FROM 1 BY 1
            UNTIL WS-Lay-Idx > WS-Layout-Count

        CLOSE Layout-Table-File

        DISPLAY WS-Pgm-ID " table saved to "
                FUNCTION TRIM(WS-Layout-Table-Path)
          UPON CONSOLE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "Unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Layout-Table-Path) DELIMITED BY SIZE
               " for output - table not saved" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " WS-MSG UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Write-Layout-Table-Row.
*>------------------------------------------------
    MOVE SPACE TO Layout-Table-Line.
    MOVE WS-Layout-Vendor(WS-Lay-Idx)     TO VL-Vendor-Code.
    MOVE WS-Layout-Delim(WS-Lay-Idx)      TO VL-Delimiter.
    MOVE WS-Layout-Cols(WS-Lay-Idx)       TO VL-Col-Count.
    MOVE WS-Layout-Req-Mask(WS-Lay-Idx)   TO VL-Req-Mask.
    MOVE WS-Layout-Type-Mask(WS-Lay-Idx)  TO VL-Type-Mask.
    MOVE WS-Layout-Ctl-Sw(WS-Lay-Idx)     TO VL-Ctl-Sw.
    MOVE WS-Layout-Amt-Col(WS-Lay-Idx)    TO VL-Amt-Col.
    MOVE WS-Layout-Norm-Sw(WS-Lay-Idx)    TO VL-Norm-Sw.
    MOVE WS-Layout-Date-Fmt(WS-Lay-Idx)   TO VL-Date-Fmt.
    MOVE WS-Layout-Consol-Sw(WS-Lay-Idx)  TO VL-Consol-Sw.
    MOVE WS-Layout-Co-Col(WS-Lay-Idx)     TO VL-Co-Col.
    MOVE WS-Layout-Seq-Start(WS-Lay-Idx)  TO VL-Seq-Start.
    MOVE WS-Layout-Seq-Len(WS-Lay-Idx)    TO VL-Seq-Len.
    MOVE WS-Layout-Ref-Col(WS-Lay-Idx)    TO VL-Ref-Col.
    MOVE WS-Layout-Mask-Codes(WS-Lay-Idx) TO VL-Mask-Codes.
    MOVE WS-Layout-Version(WS-Lay-Idx)    TO VL-Version.
    MOVE WS-Layout-Eff-From(WS-Lay-Idx)   TO VL-Eff-From.
    MOVE WS-Layout-Eff-To(WS-Lay-Idx)     TO VL-Eff-To.
    MOVE WS-Layout-Tag-Col(WS-Lay-Idx)    TO VL-Tag-Col.
    MOVE WS-Layout-Format-Sw(WS-Lay-Idx)  TO VL-Format-Sw.
    IF  WS-Layout-Fixed(WS-Lay-Idx)
        MOVE WS-Layout-Fixed-Spec(WS-Lay-Idx) TO VL-Fixed-Spec
    END-IF.

    WRITE Layout-Table-Line.

*>------------------------------------------------
400-Test-Profile.
*>------------------------------------------------
*> Run the row at WS-Edit-Index - as edited, saved or
*> not - over a file in ./files/done and show what
*> PGM01's 2125-Validate-File-Content would make of
*> it.  The sample is opened INPUT only and the
*> verdicts go to the console; no report, log, ledger
*> or index row is written.
*>------------------------------------------------
    MOVE WS-Edit-Index TO WS-Layout-Hit.

    MOVE "RAWDATA" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  WS-Auth-Allowed
        MOVE "Y" TO WS-Test-Raw-Sw
    ELSE
        MOVE "N" TO WS-Test-Raw-Sw
    END-IF.

    DISPLAY "Company code of the sample (blank for default):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Test-Company.
    ACCEPT WS-Test-Company FROM CONSOLE END-ACCEPT.

*>  re-root for the company the same way PGM28's
*>  100-Build-Company-Paths does.
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Test-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Test-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.
    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    DISPLAY "File name under "
            FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
            " (vendor subfolder/name if it landed in one):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Test-Filename.
    ACCEPT WS-Test-Filename FROM CONSOLE END-ACCEPT.
    IF  WS-Test-Filename = SPACE
        GO TO 400-Test-Exit
    END-IF.

    DISPLAY "Show every row's verdict (Y) or only the bad rows (N)?"
      UPON CONSOLE.
    MOVE SPACE TO WS-Edit-Flag.
    ACCEPT WS-Edit-Flag FROM CONSOLE END-ACCEPT.
    IF  WS-Edit-Flag = "N" OR WS-Edit-Flag = "n"
        MOVE "N" TO WS-Test-Show-All-Sw
    ELSE
        MOVE "Y" TO WS-Test-Show-All-Sw
    END-IF.

    MOVE SPACE TO WS-Intake-Data-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Test-Filename) DELIMITED BY SIZE
      INTO WS-Intake-Data-Path
    END-STRING.

    MOVE ZERO TO WS-Content-Row-Count
                 WS-Content-Bad-Count
                 WS-Ctl-Detail-Count
                 WS-Ctl-Amount-Sum
                 WS-Test-Show-Count.
    MOVE SPACE TO WS-Test-Verdict
                  WS-Test-Detail.

    MOVE WS-Layout-Ctl-Sw(WS-Layout-Hit) TO WS-Ctl-Active-Sw.
    MOVE "N" TO WS-Ctl-Header-Seen-Sw
                WS-Ctl-Held-Sw.

    MOVE "N" TO WS-EOF-IDT.
    OPEN INPUT Intake-Data-File.
    IF  WS-StatusIDT NOT = "00"
        DISPLAY WS-Pgm-ID " unable to open "
                FUNCTION TRIM(WS-Intake-Data-Path)
                " - would be rejected UNREAD" UPON CONSOLE
        GO TO 400-Test-Exit
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Testing " FUNCTION TRIM(WS-Layout-Vendor(WS-Layout-Hit))
            " profile against " FUNCTION TRIM(WS-Intake-Data-Path)
      UPON CONSOLE.

    PERFORM 410-Check-One-Sample-Row
      UNTIL Intake-Data-EOF.
    CLOSE Intake-Data-File.

    IF  WS-Ctl-Active
        PERFORM 430-Check-Control-Trailer
          THRU 430-Trailer-Exit
    END-IF.

    IF  WS-Test-Show-Count > WS-Test-Show-Max
        MOVE WS-Test-Show-Max TO WS-Test-Row-Edit
        DISPLAY "    (verdicts after the first "
                FUNCTION TRIM(WS-Test-Row-Edit)
                " not shown)" UPON CONSOLE
    END-IF.

*>  the same tallies PGM01 stamps on the index row.
    DISPLAY " " UPON CONSOLE.
    MOVE WS-Content-Row-Count TO WS-Test-Row-Edit.
    DISPLAY WS-Pgm-ID " rows read      "
            WS-Test-Row-Edit UPON CONSOLE.
    MOVE WS-Ctl-Detail-Count TO WS-Test-Row-Edit.
    DISPLAY WS-Pgm-ID " detail count   "
            WS-Test-Row-Edit UPON CONSOLE.
    MOVE WS-Content-Bad-Count TO WS-Test-Row-Edit.
    DISPLAY WS-Pgm-ID " bad rows       "
            WS-Test-Row-Edit UPON CONSOLE.
    IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
        MOVE WS-Ctl-Amount-Sum TO WS-Ctl-Figure-Edit
        DISPLAY WS-Pgm-ID " amount hash    "
                WS-Ctl-Figure-Edit UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " amount hash    "
                "(no amount column on this profile)" UPON CONSOLE
    END-IF.

*>  bad rows outrank a trailer imbalance, the same order
*>  2125 settles the reject reason in.
    IF  WS-Content-Bad-Count > ZERO
        MOVE "BADREC" TO WS-Test-Verdict
        MOVE WS-Content-Bad-Count TO WS-Ctl-Count-Edit
        MOVE WS-Content-Row-Count TO WS-Ctl-Count-Edit2
        MOVE SPACE TO WS-Test-Detail
        STRING FUNCTION TRIM(WS-Ctl-Count-Edit) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ctl-Count-Edit2) DELIMITED BY SIZE
               " row(s) bad" DELIMITED BY SIZE
          INTO WS-Test-Detail
        END-STRING
    END-IF.

    IF  WS-Test-Verdict = SPACE
        DISPLAY WS-Pgm-ID " verdict        PASS - intake would "
                "accept this file" UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " verdict        REJECT "
                WS-Test-Verdict " " FUNCTION TRIM(WS-Test-Detail)
          UPON CONSOLE
    END-IF.

    DISPLAY WS-Pgm-ID " (test only - the profile is not saved until S)"
      UPON CONSOLE.

*>------------------------------------------------
400-Test-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
410-Check-One-Sample-Row.
*>------------------------------------------------
*> Same row handling as PGM01's 21251-Check-One-
*> Content-Row - CR blanked, blank lines ignored, a
*> control-record profile's rows held one READ behind.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                ADD 1 TO WS-Content-Row-Count
                EVALUATE TRUE
                    WHEN WS-Layout-Fixed(WS-Layout-Hit)
                     AND WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        PERFORM 412-Route-Typed-Row
                    WHEN WS-Ctl-Active
                        PERFORM 411-Queue-Control-Row
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        MOVE WS-Content-Row-Count
                          TO WS-Content-Err-Line
                        PERFORM 420-Check-Row-Columns
                        ADD 1 TO WS-Ctl-Detail-Count
                        IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
                            PERFORM 428-Add-Detail-Amount
                        END-IF
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
411-Queue-Control-Row.
*>------------------------------------------------
*> Same header-skip / hold-one-behind as PGM01's
*> 21259-Queue-Control-Row.
*>------------------------------------------------
    IF  NOT WS-Ctl-Header-Seen
        MOVE "Y" TO WS-Ctl-Header-Seen-Sw
        MOVE WS-Content-Row-Count TO WS-Content-Err-Line
        MOVE "HEADER" TO WS-Test-Row-Why
        MOVE "N"      TO WS-Content-Row-Bad-Sw
        MOVE ZERO     TO WS-Content-Bad-Col
        PERFORM 425-Show-Row-Verdict
    ELSE
        IF  WS-Ctl-Row-Held
            MOVE WS-Ctl-Held-Line TO WS-Ctl-Work-Line
            MOVE WS-Ctl-Held-Num  TO WS-Content-Err-Line
            ADD 1 TO WS-Ctl-Detail-Count
            PERFORM 420-Check-Row-Columns
            IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
                PERFORM 428-Add-Detail-Amount
            END-IF
        END-IF

        MOVE Intake-Data-Line     TO WS-Ctl-Held-Line
        MOVE WS-Content-Row-Count TO WS-Ctl-Held-Num
        MOVE "Y" TO WS-Ctl-Held-Sw
    END-IF.

*>------------------------------------------------
412-Route-Typed-Row.
*>------------------------------------------------
*> Same record-type routing as PGM01's 21260-Route-
*> Typed-Row.
*>------------------------------------------------
    MOVE Intake-Data-Line     TO WS-Ctl-Work-Line.
    MOVE WS-Content-Row-Count TO WS-Content-Err-Line.
    PERFORM 4234-Classify-Record-Type.

    EVALUATE TRUE
        WHEN WS-Rt-Header-Row
            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
            MOVE "HEADER" TO WS-Test-Row-Why
            MOVE "N"      TO WS-Content-Row-Bad-Sw
            MOVE ZERO     TO WS-Content-Bad-Col
            PERFORM 425-Show-Row-Verdict
        WHEN WS-Rt-Trailer-Row
            MOVE Intake-Data-Line     TO WS-Ctl-Held-Line
            MOVE WS-Content-Row-Count TO WS-Ctl-Held-Num
            MOVE "Y" TO WS-Ctl-Held-Sw
        WHEN WS-Rt-Detail-Row
            ADD 1 TO WS-Ctl-Detail-Count
            PERFORM 420-Check-Row-Columns
            IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
                PERFORM 428-Add-Detail-Amount
            END-IF
        WHEN OTHER
            MOVE "Y"      TO WS-Content-Row-Bad-Sw
            MOVE ZERO     TO WS-Content-Bad-Col
            MOVE "BADTYP" TO WS-Test-Row-Why
            ADD 1 TO WS-Content-Bad-Count
            PERFORM 425-Show-Row-Verdict
    END-EVALUATE.

*>------------------------------------------------
420-Check-Row-Columns.
*>------------------------------------------------
*> Same column-count / required / typing checks as
*> PGM01's 21252-Check-Row-Columns - first failure
*> condemns the row.
*>------------------------------------------------
    MOVE "N"   TO WS-Content-Row-Bad-Sw.
    MOVE ZERO  TO WS-Content-Bad-Col.
    MOVE SPACE TO WS-Content-Bad-Why.

    PERFORM 423-Split-Work-Line.

    IF  WS-Content-Col-Count
      NOT = WS-Layout-Cols(WS-Layout-Hit)
        MOVE "Y"      TO WS-Content-Row-Bad-Sw
        MOVE ZERO     TO WS-Content-Bad-Col
        MOVE "BADCNT" TO WS-Content-Bad-Why
    ELSE
        PERFORM 421-Check-One-Column
          VARYING WS-Content-Col-Num FROM 1 BY 1
            UNTIL WS-Content-Row-Bad
               OR WS-Content-Col-Num
                    > WS-Layout-Cols(WS-Layout-Hit)
    END-IF.

    IF  WS-Content-Row-Bad
        ADD 1 TO WS-Content-Bad-Count
        MOVE WS-Content-Bad-Why TO WS-Test-Row-Why
    ELSE
        MOVE "OK" TO WS-Test-Row-Why
    END-IF.
    PERFORM 425-Show-Row-Verdict.

*>------------------------------------------------
421-Check-One-Column.
*>------------------------------------------------
*> Same required/typing rules as PGM01's 21253-Check-
*> One-Column.
*>------------------------------------------------
    MOVE WS-Content-Col(WS-Content-Col-Num)
      TO WS-Content-Value.
    PERFORM 427-Strip-Value-Quotes.

    IF  WS-Content-Value = SPACE
        IF  WS-Layout-Req(WS-Layout-Hit, WS-Content-Col-Num) = "Y"
            MOVE "Y" TO WS-Content-Row-Bad-Sw
            MOVE WS-Content-Col-Num TO WS-Content-Bad-Col
            MOVE "MISSNG" TO WS-Content-Bad-Why
        END-IF
    ELSE
        EVALUATE WS-Layout-Type(WS-Layout-Hit, WS-Content-Col-Num)
            WHEN "N"
                PERFORM 424-Check-Value-Numeric
                IF  NOT WS-Content-Value-OK
                    MOVE "Y" TO WS-Content-Row-Bad-Sw
                    MOVE WS-Content-Col-Num TO WS-Content-Bad-Col
                    MOVE "NOTNUM" TO WS-Content-Bad-Why
                END-IF
            WHEN "D"
                PERFORM 426-Convert-Date-Value
                IF  NOT WS-Content-Value-OK
                    MOVE "Y" TO WS-Content-Row-Bad-Sw
                    MOVE WS-Content-Col-Num TO WS-Content-Bad-Col
                    MOVE "NOTDTE" TO WS-Content-Bad-Why
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
422-Split-Trailer-Line.
*>------------------------------------------------
*> Same trailer cut as PGM01's 2122-Split-Trailer-Line.
*>------------------------------------------------
    IF  NOT WS-Layout-Fixed(WS-Layout-Hit)
        PERFORM 423-Split-Work-Line
    ELSE
        MOVE SPACE TO WS-Content-Col-Table
        MOVE 3     TO WS-Content-Col-Count

        MOVE WS-Layout-Trl-Cnt-Start(WS-Layout-Hit) TO WS-Pos-Start
        MOVE WS-Layout-Trl-Cnt-Len(WS-Layout-Hit)   TO WS-Pos-Len
        MOVE ZERO TO WS-Pos-Dec
        PERFORM 4232-Cut-Positional-Value
        MOVE WS-Content-Value TO WS-Content-Col(2)

        MOVE WS-Layout-Trl-Amt-Start(WS-Layout-Hit) TO WS-Pos-Start
        MOVE WS-Layout-Trl-Amt-Len(WS-Layout-Hit)   TO WS-Pos-Len
        MOVE ZERO TO WS-Pos-Dec
        IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
        AND WS-Layout-Amt-Col(WS-Layout-Hit) <= 20
            MOVE WS-Layout-Pos-Dec
                   (WS-Layout-Hit, WS-Layout-Amt-Col(WS-Layout-Hit))
              TO WS-Pos-Dec
        END-IF
        PERFORM 4232-Cut-Positional-Value
        MOVE WS-Content-Value TO WS-Content-Col(3)
    END-IF.

*>------------------------------------------------
423-Split-Work-Line.
*>------------------------------------------------
*> Same splitter shape as PGM01's 2123-Split-Work-Line,
*> positional cut included.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Col-Table.
    MOVE ZERO  TO WS-Content-Col-Count.

    IF  WS-Layout-Fixed(WS-Layout-Hit)
        PERFORM 4231-Cut-One-Column
          VARYING WS-Pos-Col-Num FROM 1 BY 1
            UNTIL WS-Pos-Col-Num > WS-Layout-Cols(WS-Layout-Hit)
               OR WS-Pos-Col-Num > 20
        MOVE WS-Layout-Cols(WS-Layout-Hit) TO WS-Content-Col-Count
    ELSE
        UNSTRING WS-Ctl-Work-Line
            DELIMITED BY WS-Layout-Delim(WS-Layout-Hit)
            INTO WS-Content-Col(1)  WS-Content-Col(2)
                 WS-Content-Col(3)  WS-Content-Col(4)
                 WS-Content-Col(5)  WS-Content-Col(6)
                 WS-Content-Col(7)  WS-Content-Col(8)
                 WS-Content-Col(9)  WS-Content-Col(10)
                 WS-Content-Col(11) WS-Content-Col(12)
                 WS-Content-Col(13) WS-Content-Col(14)
                 WS-Content-Col(15) WS-Content-Col(16)
                 WS-Content-Col(17) WS-Content-Col(18)
                 WS-Content-Col(19) WS-Content-Col(20)
            TALLYING IN WS-Content-Col-Count
        END-UNSTRING
    END-IF.

*>------------------------------------------------
4231-Cut-One-Column.
*>------------------------------------------------
    MOVE WS-Layout-Pos-Start(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Start.
    MOVE WS-Layout-Pos-Len(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Len.
    MOVE WS-Layout-Pos-Dec(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Dec.
    PERFORM 4232-Cut-Positional-Value.
    MOVE WS-Content-Value TO WS-Content-Col(WS-Pos-Col-Num).

*>------------------------------------------------
4232-Cut-Positional-Value.
*>------------------------------------------------
*> Same cut as PGM01's 21232-Cut-Positional-Value.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Value.

    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Start + WS-Pos-Len - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Pos-Start : WS-Pos-Len)
          TO WS-Content-Work-Value
        IF  WS-Content-Work-Value NOT = SPACE
            MOVE FUNCTION TRIM(WS-Content-Work-Value)
              TO WS-Content-Value
            IF  WS-Pos-Dec > ZERO
                PERFORM 4233-Place-Implied-Decimals
                  THRU 4233-Place-Exit
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
4233-Place-Implied-Decimals.
*>------------------------------------------------
*> Same placement as PGM01's 21233-Place-Implied-
*> Decimals.
*>------------------------------------------------
    MOVE SPACE TO WS-Pos-Sign.
    MOVE WS-Content-Value TO WS-Pos-Digits.
    IF  WS-Content-Value(1 : 1) = "-"
    OR  WS-Content-Value(1 : 1) = "+"
        IF  WS-Content-Value(1 : 1) = "-"
            MOVE "-" TO WS-Pos-Sign
        END-IF
        MOVE WS-Content-Value(2 : 79) TO WS-Pos-Digits
    END-IF.

    IF  WS-Pos-Digits = SPACE
        GO TO 4233-Place-Exit
    END-IF.

    COMPUTE WS-Pos-Digits-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Pos-Digits)).
    IF  WS-Pos-Digits(1 : WS-Pos-Digits-Len) IS NOT NUMERIC
        GO TO 4233-Place-Exit
    END-IF.

    MOVE SPACE TO WS-Content-Value.
    EVALUATE TRUE
        WHEN WS-Pos-Digits-Len > WS-Pos-Dec
            COMPUTE WS-Pos-Int-Len = WS-Pos-Digits-Len - WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   WS-Pos-Digits(1 : WS-Pos-Int-Len)
                     DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-Pos-Digits(WS-Pos-Int-Len + 1 : WS-Pos-Dec)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN WS-Pos-Digits-Len = WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN OTHER
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Zeros(1 : WS-Pos-Dec - WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
    END-EVALUATE.

4233-Place-Exit.
    EXIT.

*>------------------------------------------------
4234-Classify-Record-Type.
*>------------------------------------------------
*> Same classification as PGM01's 2128-Classify-
*> Record-Type.
*>------------------------------------------------
    MOVE SPACE TO WS-Rt-Code.
    IF  WS-Layout-Rt-Start(WS-Layout-Hit) > ZERO
    AND WS-Layout-Rt-Start(WS-Layout-Hit)
          + WS-Layout-Rt-Len(WS-Layout-Hit) - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Layout-Rt-Start(WS-Layout-Hit) :
                              WS-Layout-Rt-Len(WS-Layout-Hit))
          TO WS-Rt-Code
    END-IF.

    EVALUATE TRUE
        WHEN WS-Layout-Rt-Header(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Header(WS-Layout-Hit)
            SET WS-Rt-Header-Row TO TRUE
        WHEN WS-Layout-Rt-Trailer(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Trailer(WS-Layout-Hit)
            SET WS-Rt-Trailer-Row TO TRUE
        WHEN WS-Layout-Rt-Detail(WS-Layout-Hit) = SPACE
         OR  WS-Rt-Code = WS-Layout-Rt-Detail(WS-Layout-Hit)
            SET WS-Rt-Detail-Row TO TRUE
        WHEN OTHER
            SET WS-Rt-Unknown-Row TO TRUE
    END-EVALUATE.

*>------------------------------------------------
424-Check-Value-Numeric.
*>------------------------------------------------
*> Same character walk as PGM01's
*> 21254-Check-Value-Numeric.
*>------------------------------------------------
    MOVE "Y" TO WS-Content-Value-OK-Sw.

    COMPUTE WS-Content-Value-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value)).

    PERFORM 4241-Check-One-Value-Char
      VARYING WS-Content-Char-Idx FROM 1 BY 1
        UNTIL NOT WS-Content-Value-OK
           OR WS-Content-Char-Idx > WS-Content-Value-Len.

*>------------------------------------------------
4241-Check-One-Value-Char.
*>------------------------------------------------
    IF  WS-Content-Value(WS-Content-Char-Idx : 1)
          IS NOT NUMERIC
    AND WS-Content-Value(WS-Content-Char-Idx : 1) NOT = "."
    AND WS-Content-Value(WS-Content-Char-Idx : 1) NOT = "-"
        MOVE "N" TO WS-Content-Value-OK-Sw
    END-IF.

*>------------------------------------------------
425-Show-Row-Verdict.
*>------------------------------------------------
*> One console line per row: its line number in the
*> file, OK / HEADER / TRAILER or the same reason code
*> PGM01 puts on the record-error report, and the
*> failing column.  Capped so a garbage sample can't
*> scroll the summary away.  The failing value shows
*> the way the profile masks it unless the operator
*> holds RAWDATA.
*>------------------------------------------------
    IF  WS-Test-Show-All
    OR  WS-Content-Row-Bad
    OR  WS-Test-Row-Why = "CTLCNT"
    OR  WS-Test-Row-Why = "CTLAMT"
        ADD 1 TO WS-Test-Show-Count
        IF  WS-Test-Show-Count <= WS-Test-Show-Max
            MOVE WS-Content-Err-Line TO WS-Test-Row-Edit
            IF  WS-Content-Bad-Col > ZERO
                MOVE WS-Content-Bad-Col TO WS-Test-Col-Edit
                MOVE WS-Content-Col(WS-Content-Bad-Col)
                  TO WS-Test-Show-Value
                IF  NOT WS-Test-Raw-Allowed
                AND WS-Layout-Mask(WS-Layout-Hit, WS-Content-Bad-Col)
                      NOT = SPACE
                    MOVE WS-Test-Show-Value TO WS-Content-Value
                    PERFORM 427-Strip-Value-Quotes
                    MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Content-Bad-Col)
                      TO WS-Mask-Code
                    PERFORM 429-Mask-Column-Value
                    MOVE WS-Content-Value TO WS-Test-Show-Value
                END-IF
                DISPLAY "    row " WS-Test-Row-Edit "  "
                        WS-Test-Row-Why " column "
                        WS-Test-Col-Edit "  ["
                        FUNCTION TRIM(WS-Test-Show-Value) "]"
                  UPON CONSOLE
            ELSE
                DISPLAY "    row " WS-Test-Row-Edit "  "
                        WS-Test-Row-Why
                  UPON CONSOLE
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
426-Convert-Date-Value.
*>------------------------------------------------
*> Same date reading as PGM01's 2126-Convert-Date-
*> Value - the vendor's declared format to YYYYMMDD,
*> then the plausible-month-and-day test.
*>------------------------------------------------
    MOVE "Y" TO WS-Content-Value-OK-Sw.

    IF  WS-Layout-Date-Fmt(WS-Layout-Hit) = "U"
    OR  WS-Layout-Date-Fmt(WS-Layout-Hit) = "E"
        MOVE SPACE TO WS-Date-Part-1
                      WS-Date-Part-2
                      WS-Date-Part-3
        UNSTRING WS-Content-Value DELIMITED BY "/"
            INTO WS-Date-Part-1
                 WS-Date-Part-2
                 WS-Date-Part-3
        END-UNSTRING

        IF  WS-Date-Part-1(1 : 2) IS NUMERIC
        AND WS-Date-Part-2(1 : 2) IS NUMERIC
        AND WS-Date-Part-3(1 : 4) IS NUMERIC
            MOVE SPACE TO WS-Content-Value
            IF  WS-Layout-Date-Fmt(WS-Layout-Hit) = "U"
                STRING WS-Date-Part-3(1 : 4) DELIMITED BY SIZE
                       WS-Date-Part-1(1 : 2) DELIMITED BY SIZE
                       WS-Date-Part-2(1 : 2) DELIMITED BY SIZE
                  INTO WS-Content-Value
                END-STRING
            ELSE
                STRING WS-Date-Part-3(1 : 4) DELIMITED BY SIZE
                       WS-Date-Part-2(1 : 2) DELIMITED BY SIZE
                       WS-Date-Part-1(1 : 2) DELIMITED BY SIZE
                  INTO WS-Content-Value
                END-STRING
            END-IF
        ELSE
            MOVE "N" TO WS-Content-Value-OK-Sw
        END-IF
    END-IF.

    IF  WS-Content-Value-OK
        COMPUTE WS-Content-Value-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value))

        IF  WS-Content-Value-Len NOT = 8
            MOVE "N" TO WS-Content-Value-OK-Sw
        ELSE
            IF  WS-Content-Value(1 : 8) IS NOT NUMERIC
                MOVE "N" TO WS-Content-Value-OK-Sw
            ELSE
                MOVE WS-Content-Value(5 : 2) TO WS-Content-Date-MM
                MOVE WS-Content-Value(7 : 2) TO WS-Content-Date-DD
                IF  WS-Content-Date-MM < 1 OR WS-Content-Date-MM > 12
                OR  WS-Content-Date-DD < 1 OR WS-Content-Date-DD > 31
                    MOVE "N" TO WS-Content-Value-OK-Sw
                END-IF
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
427-Strip-Value-Quotes.
*>------------------------------------------------
*> Same balanced-pair strip as PGM01's
*> 21250-Strip-Value-Quotes.
*>------------------------------------------------
    COMPUTE WS-Content-Value-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value)).

    IF  WS-Content-Value-Len >= 2
    AND WS-Content-Value(1 : 1) = QUOTE
    AND WS-Content-Value(WS-Content-Value-Len : 1) = QUOTE
        IF  WS-Content-Value-Len > 2
            MOVE WS-Content-Value(2 : WS-Content-Value-Len - 2)
              TO WS-Content-Work-Value
        ELSE
            MOVE SPACE TO WS-Content-Work-Value
        END-IF
        MOVE WS-Content-Work-Value TO WS-Content-Value
    END-IF.

*>------------------------------------------------
428-Add-Detail-Amount.
*>------------------------------------------------
*> Same hash-total fold as PGM01's 21258-Add-Detail-
*> Amount - a non-numeric amount adds nothing.
*>------------------------------------------------
    MOVE WS-Content-Col(WS-Layout-Amt-Col(WS-Layout-Hit))
      TO WS-Content-Value.
    PERFORM 427-Strip-Value-Quotes.

    IF  WS-Content-Value NOT = SPACE
        PERFORM 424-Check-Value-Numeric
        IF  WS-Content-Value-OK
            ADD FUNCTION NUMVAL(WS-Content-Value)
              TO WS-Ctl-Amount-Sum
        END-IF
    END-IF.

*>------------------------------------------------
429-Mask-Column-Value.
*>------------------------------------------------
*> Same F/P/T rules as PGM01's 2434-Mask-Column-Value,
*> so a masked value reads here exactly as it does in
*> the canonical copy.
*>------------------------------------------------
    IF  WS-Content-Value NOT = SPACE
        MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Content-Work-Value
        MOVE WS-Content-Work-Value TO WS-Content-Value
        COMPUTE WS-Mask-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value))

        EVALUATE TRUE
            WHEN WS-Mask-Partial
                IF  WS-Mask-Len > 4
                    MOVE ALL "*"
                      TO WS-Content-Value(1 : WS-Mask-Len - 4)
                ELSE
                    MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
                END-IF
            WHEN WS-Mask-Token
                PERFORM 4291-Build-Mask-Token
                MOVE SPACE TO WS-Content-Value
                MOVE WS-Mask-Token-Value TO WS-Content-Value
            WHEN OTHER
                MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
        END-EVALUATE
    END-IF.

*>------------------------------------------------
4291-Build-Mask-Token.
*>------------------------------------------------
*> Same keyed hash as PGM01's 24341-Build-Mask-Token.
*>------------------------------------------------
    IF  NOT WS-Mask-Key-Loaded
        MOVE "Y" TO WS-Mask-Key-Sw
        ACCEPT WS-Mask-Key FROM ENVIRONMENT "PGM00_MASK_KEY"
          END-ACCEPT
        MOVE 7 TO WS-Mask-Hash
        IF  WS-Mask-Key NOT = SPACE
            MOVE WS-Mask-Key TO WS-Mask-Hash-Src
            COMPUTE WS-Mask-Hash-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Mask-Key))
            PERFORM 4292-Hash-One-Char
              VARYING WS-Mask-Char-Idx FROM 1 BY 1
                UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len
        END-IF
        MOVE WS-Mask-Hash TO WS-Mask-Seed
    END-IF.

    MOVE WS-Mask-Seed     TO WS-Mask-Hash.
    MOVE WS-Content-Value TO WS-Mask-Hash-Src.
    MOVE WS-Mask-Len      TO WS-Mask-Hash-Len.
    PERFORM 4292-Hash-One-Char
      VARYING WS-Mask-Char-Idx FROM 1 BY 1
        UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len.

    MOVE WS-Mask-Hash TO WS-Mask-Token-Digits.

*>------------------------------------------------
4292-Hash-One-Char.
*>------------------------------------------------
    COMPUTE WS-Mask-Hash
          = FUNCTION MOD(WS-Mask-Hash * 131
              + FUNCTION ORD(WS-Mask-Hash-Src(WS-Mask-Char-Idx : 1)),
              9999999967).

*>------------------------------------------------
430-Check-Control-Trailer.
*>------------------------------------------------
*> Same trailer balancing as PGM01's 21257-Check-
*> Control-Trailer - the held last row's column 2
*> against the detail count, column 3 against the
*> amount hash.
*>------------------------------------------------
    MOVE "N"  TO WS-Content-Row-Bad-Sw.
    MOVE ZERO TO WS-Content-Bad-Col.

    IF  NOT WS-Ctl-Row-Held
        MOVE "CTLCNT" TO WS-Test-Verdict
        MOVE "no trailer record found" TO WS-Test-Detail
        GO TO 430-Trailer-Exit
    END-IF.

    MOVE WS-Ctl-Held-Line TO WS-Ctl-Work-Line.
    MOVE WS-Ctl-Held-Num  TO WS-Content-Err-Line.
    PERFORM 422-Split-Trailer-Line.

    MOVE ZERO TO WS-Ctl-Trl-Count
                 WS-Ctl-Trl-Amount.
    MOVE WS-Content-Col(2) TO WS-Content-Value.
    PERFORM 427-Strip-Value-Quotes.
    PERFORM 424-Check-Value-Numeric.
    IF  WS-Content-Value NOT = SPACE
    AND WS-Content-Value-OK
        MOVE FUNCTION NUMVAL(WS-Content-Value)
          TO WS-Ctl-Trl-Count
    END-IF.
    MOVE WS-Content-Col(3) TO WS-Content-Value.
    PERFORM 427-Strip-Value-Quotes.
    PERFORM 424-Check-Value-Numeric.
    IF  WS-Content-Value NOT = SPACE
    AND WS-Content-Value-OK
        MOVE FUNCTION NUMVAL(WS-Content-Value)
          TO WS-Ctl-Trl-Amount
    END-IF.

    MOVE "TRAILER" TO WS-Test-Row-Why.
    IF  WS-Ctl-Trl-Count NOT = WS-Ctl-Detail-Count
        MOVE "CTLCNT" TO WS-Test-Verdict
                         WS-Test-Row-Why
        MOVE WS-Ctl-Trl-Count    TO WS-Ctl-Count-Edit
        MOVE WS-Ctl-Detail-Count TO WS-Ctl-Count-Edit2
        MOVE SPACE TO WS-Test-Detail
        STRING "expected " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ctl-Count-Edit) DELIMITED BY SIZE
               " record(s) got " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ctl-Count-Edit2) DELIMITED BY SIZE
          INTO WS-Test-Detail
        END-STRING
    ELSE
        IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
        AND WS-Ctl-Trl-Amount NOT = WS-Ctl-Amount-Sum
            MOVE "CTLAMT" TO WS-Test-Verdict
                             WS-Test-Row-Why
            MOVE WS-Ctl-Trl-Amount TO WS-Ctl-Figure-Edit
            MOVE WS-Ctl-Amount-Sum TO WS-Ctl-Figure-Edit2
            MOVE SPACE TO WS-Test-Detail
            STRING "expected " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ctl-Figure-Edit) DELIMITED BY SIZE
                   " got " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ctl-Figure-Edit2) DELIMITED BY SIZE
              INTO WS-Test-Detail
            END-STRING
        END-IF
    END-IF.
    PERFORM 425-Show-Row-Verdict.

*>------------------------------------------------
430-Trailer-Exit.
*>------------------------------------------------
    EXIT.

END PROGRAM PGM46.
