*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM55.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Legal-hold register.
*> Keeps ./reports/legal-hold.cfg, the litigation holds
*> every deletion path checks before it removes
*> anything: PGM00's retention purge and retention-
*> policy sweeps, PGM06's log housekeeping, PGM07's
*> done roll-off and PGM22's index roll-off all skip
*> (and log) whatever a hold in force covers.  A hold
*> carries the case number, its scope - vendor,
*> company, filename pattern and file-date range, any
*> of them blank for "any" - who placed it and when,
*> and the date it lapses.  P places a hold; a row
*> number releases one (release date today, released-
*> by the operator - released rows stay on file as the
*> record), gated by the LEGALREL token in ./reports/
*> auth-table.cfg.  L writes ./reports/legal-hold-
*> YYYYMMDD-HHMMSS.rpt, every hold in force with the
*> files and intake-index rows it protects in each
*> company tree, catalogued as LEGALHOLD.  Every place
*> and release leaves a run audit row.  Same
*> standalone console mold as PGM52.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Legal-Hold-Select.cpy".
COPY "./copybooks/Legal-Hold-Rpt-Select.cpy".
COPY "./copybooks/Intake-Scan-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Legal-Hold-FD.cpy".
COPY "./copybooks/Legal-Hold-Rpt-FD.cpy".
COPY "./copybooks/Intake-Scan-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM55".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/Legal-Hold-Rpt-WS.cpy".

COPY "./copybooks/Intake-Scan-WS.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Register-Done         VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.
01  WS-Confirm                   PIC X(01) VALUE SPACE.

*> the holds in force as listed - register-table
*> subscripts, in listing order, so the operator picks
*> by the number shown.
01  WS-Lhl-List-Table.
    05  WS-Lhl-List-Count        PIC 9(03) VALUE ZERO.
    05  WS-Lhl-List-Entry OCCURS 200 TIMES
                          INDEXED BY WS-Lhl-Idx.
        10  WS-Lhl-Reg-Sub       PIC 9(03).
01  WS-Lhl-Pick                  PIC 9(03) VALUE ZERO.
01  WS-Lhl-Num-Edit              PIC ZZ9 VALUE ZERO.
01  WS-Lhl-Scope-Text            PIC X(100) VALUE SPACE.
01  WS-Lhl-Until-Text            PIC X(10) VALUE SPACE.
01  WS-Lhl-Vendor-Text           PIC X(10) VALUE SPACE.
01  WS-Lhl-Company-Text          PIC X(10) VALUE SPACE.
01  WS-Lhl-Pattern-Text          PIC X(40) VALUE SPACE.
01  WS-Lhl-Dates-Text            PIC X(17) VALUE SPACE.

*> a hold being placed, as keyed.
01  WS-Lhe-Case-No               PIC X(12) VALUE SPACE.
01  WS-Lhe-Vendor                PIC X(10) VALUE SPACE.
01  WS-Lhe-Company               PIC X(10) VALUE SPACE.
01  WS-Lhe-Pattern               PIC X(40) VALUE SPACE.
01  WS-Lhe-Date-From             PIC X(08) VALUE SPACE.
01  WS-Lhe-Date-To               PIC X(08) VALUE SPACE.
01  WS-Lhe-Release-Date          PIC X(08) VALUE SPACE.
01  WS-Lhe-Date-Work             PIC X(08) VALUE SPACE.
01  WS-Lhe-Date-Ok-Sw            PIC X(01) VALUE "Y".
    88  WS-Lhe-Date-Ok           VALUE "Y".

*> the report pass - which area of which company tree
*> is being listed, how to list it, and the entry in
*> hand.  Area kind "F" is a company file area (vendor
*> and company known), "L" the shared logs/exports
*> (neither known), same attribution the deletion
*> paths use.
01  WS-Lhr-Area                  PIC X(08) VALUE SPACE.
01  WS-Lhr-Area-Kind             PIC X(01) VALUE SPACE.
01  WS-Lhr-Dir                   PIC X(60) VALUE SPACE.
01  WS-Lhr-Find-Tail             PIC X(60) VALUE SPACE.
01  WS-Lhr-Co-Label              PIC X(10) VALUE SPACE.
01  WS-Lhr-Rel-Name              PIC X(100) VALUE SPACE.
01  WS-Lhr-Date-X                PIC X(08) VALUE SPACE.
01  WS-Lhr-Name-P1               PIC X(80) VALUE SPACE.
01  WS-Lhr-Name-P2               PIC X(80) VALUE SPACE.
01  WS-Lhr-Hold-Items            PIC 9(05) VALUE ZERO.
01  WS-Lhr-Total-Items           PIC 9(07) VALUE ZERO.
01  WS-Lhr-Hold-Count            PIC 9(03) VALUE ZERO.
01  WS-Lhr-Index-Rows            PIC 9(07) VALUE ZERO.

01  WS-EOF-LHI                   PIC X(01) VALUE "N".
    88  Lhr-Index-EOF            VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 097-Load-Company-Table.

    PERFORM 093-Load-Vendor-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Register-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM52.  The register, vendor table and
*> auth table live in the base ./reports; each
*> company's file areas and index are re-rooted by
*> 520-Build-Company-Paths.
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

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Legal-Hold-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/legal-hold.cfg" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Path
    END-STRING.

    MOVE SPACE TO WS-Vendor-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-table.cfg" DELIMITED BY SIZE
      INTO WS-Vendor-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Intake-Scan-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.lgh-scan.tmp" DELIMITED BY SIZE
      INTO WS-Intake-Scan-Path
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
097-Load-Company-Table.
*>------------------------------------------------
*> Same company list as PGM52's 097-Load-Company-
*> Table.
*>------------------------------------------------
    PERFORM 0970-Init-Company-Entry
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > 5.
    MOVE ZERO TO WS-Company-Count.

    MOVE SPACE TO WS-Company-Master-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/company-master.cfg" DELIMITED BY SIZE
      INTO WS-Company-Master-Path
    END-STRING.

    MOVE "N" TO WS-EOF-CMF.
    OPEN INPUT Company-Master-File.
    IF  WS-StatusCMF = "00"
        PERFORM 0972-Read-Company-Master-Row
          UNTIL Company-Master-EOF
        CLOSE Company-Master-File
    END-IF.

    IF  WS-Company-Count = ZERO
        ACCEPT WS-Company-Codes-Raw FROM ENVIRONMENT "PGM00_COMPANY_CODES"
          END-ACCEPT

        IF  WS-Company-Codes-Raw = SPACE
            MOVE 1 TO WS-Company-Count
        ELSE
            UNSTRING WS-Company-Codes-Raw DELIMITED BY ALL SPACE
                INTO WS-Company-Code(1) WS-Company-Code(2)
                     WS-Company-Code(3) WS-Company-Code(4)
                     WS-Company-Code(5)
            END-UNSTRING

            MOVE ZERO TO WS-Company-Count
            PERFORM 0971-Count-Company-Entry
              VARYING WS-Co-Idx FROM 1 BY 1
                UNTIL WS-Co-Idx > 5
        END-IF
    END-IF.

*>------------------------------------------------
0970-Init-Company-Entry.
*>------------------------------------------------
    MOVE SPACE TO WS-Company-Code(WS-Co-Idx)
                  WS-Company-Desc(WS-Co-Idx)
                  WS-Company-Alert-To(WS-Co-Idx).
    MOVE ZERO  TO WS-Company-Retention(WS-Co-Idx)
                  WS-Company-Min-Free(WS-Co-Idx).

*>------------------------------------------------
0972-Read-Company-Master-Row.
*>------------------------------------------------
    READ Company-Master-File
        AT END
            MOVE "Y" TO WS-EOF-CMF
        NOT AT END
            IF  CM-Code NOT = SPACE
            AND CM-Enabled = "Y"
            AND WS-Company-Count < 5
                ADD 1 TO WS-Company-Count
                SET WS-Co-Idx TO WS-Company-Count
                MOVE CM-Code            TO WS-Company-Code(WS-Co-Idx)
                MOVE CM-Desc            TO WS-Company-Desc(WS-Co-Idx)
                MOVE CM-Retention-Days  TO WS-Company-Retention(WS-Co-Idx)
                MOVE CM-Min-Free-KB     TO WS-Company-Min-Free(WS-Co-Idx)
                MOVE CM-Alert-Recipient TO WS-Company-Alert-To(WS-Co-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0971-Count-Company-Entry.
*>------------------------------------------------
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        ADD 1 TO WS-Company-Count
    END-IF.

*>------------------------------------------------
093-Load-Vendor-Table.
*>------------------------------------------------
*> Same vendor profile load as PGM00's 0893-Load-
*> Vendor-Table - the report attributes flat files to
*> a vendor the same way the purge does.
*>------------------------------------------------
    MOVE ZERO TO WS-Vendor-Count.

    MOVE "N" TO WS-EOF-VND.
    OPEN INPUT Vendor-Table-File.
    IF  WS-StatusVND = "00"
        PERFORM 0931-Read-Vendor-Table-Row
          UNTIL Vendor-Table-EOF
        CLOSE Vendor-Table-File
    END-IF.

*>------------------------------------------------
0931-Read-Vendor-Table-Row.
*>------------------------------------------------
    READ Vendor-Table-File
        AT END
            MOVE "Y" TO WS-EOF-VND
        NOT AT END
            IF  VT-Pattern NOT = SPACE
            AND WS-Vendor-Count < 20
                ADD 1 TO WS-Vendor-Count
                SET WS-Vend-Idx TO WS-Vendor-Count
                MOVE VT-Pattern     TO WS-Vendor-Pattern(WS-Vend-Idx)
                MOVE VT-Vendor-Code TO WS-Vendor-Code(WS-Vend-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
094-Match-Vendor-For-Name.
*>------------------------------------------------
*> Same exact-or-trailing-"*" vendor pattern match as
*> PGM00's 0895-Match-Vendor-For-Name, against
*> WS-Lgh-Check-Name.
*>------------------------------------------------
    MOVE "N"   TO WS-Vendor-Matched-Sw.
    MOVE SPACE TO WS-Vendor-Match-Code.

    IF  WS-Vendor-Count > ZERO
        PERFORM 0941-Match-One-Vendor-Row
          VARYING WS-Vend-Idx FROM 1 BY 1
            UNTIL WS-Vendor-Matched
               OR WS-Vend-Idx > WS-Vendor-Count
    END-IF.

*>------------------------------------------------
0941-Match-One-Vendor-Row.
*>------------------------------------------------
    MOVE ZERO TO WS-Vendor-Star-Count.
    INSPECT WS-Vendor-Pattern(WS-Vend-Idx)
        TALLYING WS-Vendor-Star-Count FOR ALL "*".

    IF  WS-Vendor-Star-Count > ZERO
        MOVE SPACE TO WS-Vendor-Prefix
        UNSTRING WS-Vendor-Pattern(WS-Vend-Idx) DELIMITED BY "*"
            INTO WS-Vendor-Prefix
        END-UNSTRING

        COMPUTE WS-Vendor-Prefix-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Vendor-Prefix))

        IF  WS-Vendor-Prefix-Len = ZERO
            MOVE "Y" TO WS-Vendor-Matched-Sw
        ELSE
            IF  FUNCTION UPPER-CASE
                  (WS-Lgh-Check-Name(1 : WS-Vendor-Prefix-Len))
              = FUNCTION UPPER-CASE
                  (WS-Vendor-Prefix(1 : WS-Vendor-Prefix-Len))
                MOVE "Y" TO WS-Vendor-Matched-Sw
            END-IF
        END-IF
    ELSE
        IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Lgh-Check-Name))
          = FUNCTION UPPER-CASE
              (FUNCTION TRIM(WS-Vendor-Pattern(WS-Vend-Idx)))
            MOVE "Y" TO WS-Vendor-Matched-Sw
        END-IF
    END-IF.

    IF  WS-Vendor-Matched
        MOVE WS-Vendor-Code(WS-Vend-Idx) TO WS-Vendor-Match-Code
    END-IF.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM40's 079-Check-Authorization - no file deployed
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
100-Load-Register.
*>------------------------------------------------
*> The whole register, released rows included - re-
*> read before every listing, and rewritten whole by
*> 410-Save-Register, same as PGM13's hold list.
*>------------------------------------------------
    ACCEPT WS-Lgh-Today-YMD FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Lgh-Count.

    MOVE "N" TO WS-EOF-LHR.
    OPEN INPUT Legal-Hold-File.
    IF  WS-StatusLHR = "00"
        PERFORM 110-Read-Register-Row
          UNTIL Legal-Hold-EOF
        CLOSE Legal-Hold-File
    END-IF.

*>------------------------------------------------
110-Read-Register-Row.
*>------------------------------------------------
    READ Legal-Hold-File
        AT END
            MOVE "Y" TO WS-EOF-LHR
        NOT AT END
            IF  LH-Case-No NOT = SPACE
            AND WS-Lgh-Count < 200
                ADD 1 TO WS-Lgh-Count
                SET WS-Lgh-Idx TO WS-Lgh-Count
                MOVE LH-Case-No      TO WS-Lgh-Case-No(WS-Lgh-Idx)
                MOVE LH-Vendor       TO WS-Lgh-Vendor(WS-Lgh-Idx)
                MOVE LH-Company      TO WS-Lgh-Company(WS-Lgh-Idx)
                MOVE LH-Pattern      TO WS-Lgh-Pattern(WS-Lgh-Idx)
                MOVE LH-Date-From    TO WS-Lgh-Date-From(WS-Lgh-Idx)
                MOVE LH-Date-To      TO WS-Lgh-Date-To(WS-Lgh-Idx)
                MOVE LH-Placed-By    TO WS-Lgh-Placed-By(WS-Lgh-Idx)
                MOVE LH-Placed-Stamp TO WS-Lgh-Placed-Stamp(WS-Lgh-Idx)
                MOVE LH-Release-Date TO WS-Lgh-Release-Date(WS-Lgh-Idx)
                MOVE LH-Released-By  TO WS-Lgh-Released-By(WS-Lgh-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
150-Check-Hold-In-Force.
*>------------------------------------------------
*> Same in-force test the deletion paths load by - no
*> release date, or one still to come.
*>------------------------------------------------
    MOVE "N" TO WS-Lgh-Row-Sw.
    IF  WS-Lgh-Release-Date(WS-Lgh-Idx) = SPACE
    OR  WS-Lgh-Release-Date(WS-Lgh-Idx) > WS-Lgh-Today-YMD
        MOVE "Y" TO WS-Lgh-Row-Sw
    END-IF.

*>------------------------------------------------
151-Match-One-Legal-Hold.
*>------------------------------------------------
*> Same scope test as PGM00's 08821-Match-One-Legal-
*> Hold, for the one hold at WS-Lgh-Idx.
*>------------------------------------------------
    MOVE "Y" TO WS-Lgh-Row-Sw.

    IF  WS-Lgh-Vendor(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Vendor-Known
    AND FUNCTION UPPER-CASE(WS-Lgh-Vendor(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Vendor)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Company(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Check-Company NOT = SPACE
    AND FUNCTION UPPER-CASE(WS-Lgh-Company(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Company)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Check-YMD > ZERO
        IF  WS-Lgh-Date-From(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-From(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD < WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
        IF  WS-Lgh-Date-To(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-To(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD > WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

    IF  WS-Lgh-Row-Covers
    AND WS-Lgh-Pattern(WS-Lgh-Idx) NOT = SPACE
        MOVE ZERO TO WS-Lgh-Star-Count
        INSPECT WS-Lgh-Pattern(WS-Lgh-Idx)
            TALLYING WS-Lgh-Star-Count FOR ALL "*"

        IF  WS-Lgh-Star-Count > ZERO
            MOVE SPACE TO WS-Lgh-Prefix
            UNSTRING WS-Lgh-Pattern(WS-Lgh-Idx) DELIMITED BY "*"
                INTO WS-Lgh-Prefix
            END-UNSTRING

            COMPUTE WS-Lgh-Prefix-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Lgh-Prefix))

            IF  WS-Lgh-Prefix-Len > ZERO
                IF  FUNCTION UPPER-CASE
                      (WS-Lgh-Check-Name(1 : WS-Lgh-Prefix-Len))
                  NOT = FUNCTION UPPER-CASE
                      (WS-Lgh-Prefix(1 : WS-Lgh-Prefix-Len))
                    MOVE "N" TO WS-Lgh-Row-Sw
                END-IF
            END-IF
        ELSE
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Lgh-Check-Name))
              NOT = FUNCTION UPPER-CASE
                  (FUNCTION TRIM(WS-Lgh-Pattern(WS-Lgh-Idx)))
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 100-Load-Register.
    PERFORM 210-List-Holds.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "P to place a hold, a number to release one, "
            "L for the hold report, or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE TRUE
        WHEN WS-Menu-Verb = "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Verb = "P"
            PERFORM 300-Place-Hold
              THRU 300-Place-Hold-Exit
        WHEN WS-Menu-Verb = "L"
            PERFORM 500-Hold-Report
              THRU 500-Hold-Report-Exit
        WHEN FUNCTION TRIM(WS-Menu-Choice) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Lhl-Pick
            IF  WS-Lhl-Pick < 1
            OR  WS-Lhl-Pick > WS-Lhl-List-Count
                DISPLAY WS-Pgm-ID " no hold " WS-Lhl-Pick
                  UPON CONSOLE
            ELSE
                PERFORM 400-Release-Hold
                  THRU 400-Release-Hold-Exit
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-List-Holds.
*>------------------------------------------------
    MOVE ZERO TO WS-Lhl-List-Count.
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Legal holds in force" UPON CONSOLE.
    PERFORM 211-List-One-Hold
      VARYING WS-Lgh-Idx FROM 1 BY 1
        UNTIL WS-Lgh-Idx > WS-Lgh-Count.
    IF  WS-Lhl-List-Count = ZERO
        DISPLAY "(no hold in force)" UPON CONSOLE
    END-IF.

*>------------------------------------------------
211-List-One-Hold.
*>------------------------------------------------
    PERFORM 150-Check-Hold-In-Force.

    IF  WS-Lgh-Row-Covers
    AND WS-Lhl-List-Count < 200
        ADD 1 TO WS-Lhl-List-Count
        SET WS-Lhl-Idx TO WS-Lhl-List-Count
        SET WS-Lhl-Reg-Sub(WS-Lhl-Idx) TO WS-Lgh-Idx
        MOVE WS-Lhl-List-Count TO WS-Lhl-Num-Edit
        PERFORM 212-Build-Scope-Text
        DISPLAY WS-Lhl-Num-Edit "  " WS-Lgh-Case-No(WS-Lgh-Idx)
                "  " WS-Lgh-Placed-Stamp(WS-Lgh-Idx)(1 : 8)
                "  " WS-Lgh-Placed-By(WS-Lgh-Idx)
                "  until " WS-Lhl-Until-Text
          UPON CONSOLE
        DISPLAY "     " FUNCTION TRIM(WS-Lhl-Scope-Text)
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
212-Build-Scope-Text.
*>------------------------------------------------
*> One-line scope for the hold at WS-Lgh-Idx, "*" for
*> anything left open - shared by the listing and the
*> report.
*>------------------------------------------------
    MOVE "*" TO WS-Lhl-Vendor-Text
                WS-Lhl-Company-Text
                WS-Lhl-Pattern-Text
                WS-Lhl-Dates-Text.
    IF  WS-Lgh-Vendor(WS-Lgh-Idx) NOT = SPACE
        MOVE WS-Lgh-Vendor(WS-Lgh-Idx) TO WS-Lhl-Vendor-Text
    END-IF.
    IF  WS-Lgh-Company(WS-Lgh-Idx) NOT = SPACE
        MOVE WS-Lgh-Company(WS-Lgh-Idx) TO WS-Lhl-Company-Text
    END-IF.
    IF  WS-Lgh-Pattern(WS-Lgh-Idx) NOT = SPACE
        MOVE WS-Lgh-Pattern(WS-Lgh-Idx) TO WS-Lhl-Pattern-Text
    END-IF.
    IF  WS-Lgh-Date-From(WS-Lgh-Idx) NOT = SPACE
    OR  WS-Lgh-Date-To(WS-Lgh-Idx) NOT = SPACE
        MOVE SPACE TO WS-Lhl-Dates-Text
        STRING WS-Lgh-Date-From(WS-Lgh-Idx) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-Lgh-Date-To(WS-Lgh-Idx) DELIMITED BY SPACE
          INTO WS-Lhl-Dates-Text
        END-STRING
    END-IF.

    MOVE SPACE TO WS-Lhl-Scope-Text.
    STRING "vendor " DELIMITED BY SIZE
           WS-Lhl-Vendor-Text DELIMITED BY SPACE
           " company " DELIMITED BY SIZE
           WS-Lhl-Company-Text DELIMITED BY SPACE
           " files " DELIMITED BY SIZE
           WS-Lhl-Pattern-Text DELIMITED BY SPACE
           " dated " DELIMITED BY SIZE
           WS-Lhl-Dates-Text DELIMITED BY SPACE
      INTO WS-Lhl-Scope-Text
    END-STRING.

    IF  WS-Lgh-Release-Date(WS-Lgh-Idx) = SPACE
        MOVE "released" TO WS-Lhl-Until-Text
    ELSE
        MOVE WS-Lgh-Release-Date(WS-Lgh-Idx) TO WS-Lhl-Until-Text
    END-IF.

*>------------------------------------------------
300-Place-Hold.
*>------------------------------------------------
*> Anyone may put more under hold - only releasing
*> needs the privilege.  The row is appended as keyed;
*> nothing already on file is touched.
*>------------------------------------------------
    IF  WS-Lgh-Count >= 200
        DISPLAY WS-Pgm-ID " register full (200 rows)" UPON CONSOLE
        GO TO 300-Place-Hold-Exit
    END-IF.

    DISPLAY "Case number:" UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Case-No.
    ACCEPT WS-Lhe-Case-No FROM CONSOLE END-ACCEPT.
    IF  WS-Lhe-Case-No = SPACE
        DISPLAY WS-Pgm-ID " blank case number - nothing placed"
          UPON CONSOLE
        GO TO 300-Place-Hold-Exit
    END-IF.

    DISPLAY "Vendor code (blank for any):" UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Vendor.
    ACCEPT WS-Lhe-Vendor FROM CONSOLE END-ACCEPT.

    DISPLAY "Company code (blank for any):" UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Company.
    ACCEPT WS-Lhe-Company FROM CONSOLE END-ACCEPT.

    DISPLAY "Filename or pattern, trailing * for leading text "
            "(blank for any):" UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Pattern.
    ACCEPT WS-Lhe-Pattern FROM CONSOLE END-ACCEPT.

    DISPLAY "Files dated from YYYYMMDD (blank for no start):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Date-From.
    ACCEPT WS-Lhe-Date-From FROM CONSOLE END-ACCEPT.
    MOVE WS-Lhe-Date-From TO WS-Lhe-Date-Work.
    PERFORM 310-Check-Date-Entry.
    IF  NOT WS-Lhe-Date-Ok
        GO TO 300-Place-Hold-Exit
    END-IF.

    DISPLAY "Files dated to YYYYMMDD (blank for no end):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Date-To.
    ACCEPT WS-Lhe-Date-To FROM CONSOLE END-ACCEPT.
    MOVE WS-Lhe-Date-To TO WS-Lhe-Date-Work.
    PERFORM 310-Check-Date-Entry.
    IF  NOT WS-Lhe-Date-Ok
        GO TO 300-Place-Hold-Exit
    END-IF.

    DISPLAY "Release date YYYYMMDD (blank until released):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Lhe-Release-Date.
    ACCEPT WS-Lhe-Release-Date FROM CONSOLE END-ACCEPT.
    MOVE WS-Lhe-Release-Date TO WS-Lhe-Date-Work.
    PERFORM 310-Check-Date-Entry.
    IF  NOT WS-Lhe-Date-Ok
        GO TO 300-Place-Hold-Exit
    END-IF.

    IF  WS-Lhe-Vendor = SPACE
    AND WS-Lhe-Company = SPACE
    AND WS-Lhe-Pattern = SPACE
    AND WS-Lhe-Date-From = SPACE
    AND WS-Lhe-Date-To = SPACE
        DISPLAY "No scope given - this holds EVERY file in every "
                "tree." UPON CONSOLE
    END-IF.
    DISPLAY "Place this hold (Y/N)?" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
        DISPLAY WS-Pgm-ID " hold not placed" UPON CONSOLE
        GO TO 300-Place-Hold-Exit
    END-IF.

    PERFORM 395-Stamp-Now.

    OPEN EXTEND Legal-Hold-File.
    IF  WS-StatusLHR NOT = "00"
        OPEN OUTPUT Legal-Hold-File
    END-IF.
    IF  WS-StatusLHR NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Legal-Hold-Path)
                " status " WS-StatusLHR UPON CONSOLE
        GO TO 300-Place-Hold-Exit
    END-IF.

    MOVE SPACE TO Legal-Hold-Line.
    MOVE WS-Lhe-Case-No      TO LH-Case-No.
    MOVE FUNCTION UPPER-CASE(WS-Lhe-Vendor)  TO LH-Vendor.
    MOVE FUNCTION UPPER-CASE(WS-Lhe-Company) TO LH-Company.
    MOVE WS-Lhe-Pattern      TO LH-Pattern.
    MOVE WS-Lhe-Date-From    TO LH-Date-From.
    MOVE WS-Lhe-Date-To      TO LH-Date-To.
    MOVE WS-OS-User          TO LH-Placed-By.
    MOVE WS-Stamp-Now        TO LH-Placed-Stamp.
    MOVE WS-Lhe-Release-Date TO LH-Release-Date.
    WRITE Legal-Hold-Line.
    CLOSE Legal-Hold-File.

    DISPLAY WS-Pgm-ID " hold " FUNCTION TRIM(WS-Lhe-Case-No)
            " placed" UPON CONSOLE.

    MOVE SPACE TO WS-MSG.
    STRING "legal hold placed " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lhe-Case-No) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

*>------------------------------------------------
300-Place-Hold-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Check-Date-Entry.
*>------------------------------------------------
*> Blank, or a real YYYYMMDD - anything else refuses
*> the hold rather than guess at a range.
*>------------------------------------------------
    MOVE "Y" TO WS-Lhe-Date-Ok-Sw.
    IF  WS-Lhe-Date-Work NOT = SPACE
        IF  WS-Lhe-Date-Work IS NOT NUMERIC
            MOVE "N" TO WS-Lhe-Date-Ok-Sw
        ELSE
            IF  FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-Lhe-Date-Work)) NOT = ZERO
                MOVE "N" TO WS-Lhe-Date-Ok-Sw
            END-IF
        END-IF
    END-IF.

    IF  NOT WS-Lhe-Date-Ok
        DISPLAY WS-Pgm-ID " " WS-Lhe-Date-Work
                " is not a YYYYMMDD date - nothing placed"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
395-Stamp-Now.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Stamp-Now.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Stamp-Now
    END-STRING.

*>------------------------------------------------
400-Release-Hold.
*>------------------------------------------------
*> Release stamps today's date and the releaser on the
*> row - it is never removed, so the register stays
*> the record of what was held, by whom, and until
*> when.
*>------------------------------------------------
    MOVE "LEGALREL" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to release legal holds"
          UPON CONSOLE
        GO TO 400-Release-Hold-Exit
    END-IF.

    SET WS-Lhl-Idx TO WS-Lhl-Pick.
    SET WS-Lgh-Idx TO WS-Lhl-Reg-Sub(WS-Lhl-Idx).
    PERFORM 212-Build-Scope-Text.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Release case " FUNCTION TRIM(WS-Lgh-Case-No(WS-Lgh-Idx))
            " placed by " FUNCTION TRIM(WS-Lgh-Placed-By(WS-Lgh-Idx))
      UPON CONSOLE.
    DISPLAY "   " FUNCTION TRIM(WS-Lhl-Scope-Text) UPON CONSOLE.
    DISPLAY "Files it covers become eligible for deletion "
            "again.  Release (Y/N)?" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
        DISPLAY WS-Pgm-ID " hold not released" UPON CONSOLE
        GO TO 400-Release-Hold-Exit
    END-IF.

    PERFORM 395-Stamp-Now.
    MOVE CDT-Date   TO WS-Lgh-Release-Date(WS-Lgh-Idx).
    MOVE WS-OS-User TO WS-Lgh-Released-By(WS-Lgh-Idx).

    MOVE SPACE TO WS-MSG.
    STRING "legal hold released " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lgh-Case-No(WS-Lgh-Idx)) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

    PERFORM 410-Save-Register.

    IF  WS-StatusLHR = "00"
        PERFORM 900-Write-Run-Audit
    END-IF.

*>------------------------------------------------
400-Release-Hold-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
410-Save-Register.
*>------------------------------------------------
*> Full rewrite from the table, same as PGM13's 300-
*> Save-Table.
*>------------------------------------------------
    OPEN OUTPUT Legal-Hold-File.

    IF  WS-StatusLHR = "00"
        PERFORM 411-Write-Register-Row
          VARYING WS-Lgh-Idx FROM 1 BY 1
            UNTIL WS-Lgh-Idx > WS-Lgh-Count

        CLOSE Legal-Hold-File

        DISPLAY WS-Pgm-ID " hold released and register saved"
          UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " unable to open "
                FUNCTION TRIM(WS-Legal-Hold-Path)
                " for output - hold not released" UPON CONSOLE
    END-IF.

*>------------------------------------------------
411-Write-Register-Row.
*>------------------------------------------------
    MOVE SPACE TO Legal-Hold-Line.
    MOVE WS-Lgh-Case-No(WS-Lgh-Idx)      TO LH-Case-No.
    MOVE WS-Lgh-Vendor(WS-Lgh-Idx)       TO LH-Vendor.
    MOVE WS-Lgh-Company(WS-Lgh-Idx)      TO LH-Company.
    MOVE WS-Lgh-Pattern(WS-Lgh-Idx)      TO LH-Pattern.
    MOVE WS-Lgh-Date-From(WS-Lgh-Idx)    TO LH-Date-From.
    MOVE WS-Lgh-Date-To(WS-Lgh-Idx)      TO LH-Date-To.
    MOVE WS-Lgh-Placed-By(WS-Lgh-Idx)    TO LH-Placed-By.
    MOVE WS-Lgh-Placed-Stamp(WS-Lgh-Idx) TO LH-Placed-Stamp.
    MOVE WS-Lgh-Release-Date(WS-Lgh-Idx) TO LH-Release-Date.
    MOVE WS-Lgh-Released-By(WS-Lgh-Idx)  TO LH-Released-By.

    WRITE Legal-Hold-Line.

*>------------------------------------------------
500-Hold-Report.
*>------------------------------------------------
*> Every hold in force, then under it what it protects
*> today: each company's ./files/incoming and
*> ./files/done entries, the shared dated logs and CSV
*> exports, and a count of the company's intake-index
*> rows - judged by the same scope test the deletion
*> paths skip by.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    MOVE SPACE TO WS-Legal-Hold-Rpt-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/legal-hold-" DELIMITED BY SIZE
           WS-Stamp-Now(1 : 8) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-Stamp-Now(9 : 6) DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Rpt-Path
    END-STRING.

    OPEN OUTPUT Legal-Hold-Rpt-File.
    IF  WS-StatusLHP NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Legal-Hold-Rpt-Path)
                " status " WS-StatusLHP UPON CONSOLE
        GO TO 500-Hold-Report-Exit
    END-IF.

    MOVE ZERO TO WS-Lhr-Hold-Count
                 WS-Lhr-Total-Items.

    MOVE SPACE TO Legal-Hold-Rpt-Line.
    STRING "LEGAL HOLD REPORT   " DELIMITED BY SIZE
           WS-Stamp-Now DELIMITED BY SIZE
           "   PREPARED BY " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
      INTO Legal-Hold-Rpt-Line
    END-STRING.
    WRITE Legal-Hold-Rpt-Line.

    PERFORM 510-Report-One-Hold
      VARYING WS-Lgh-Idx FROM 1 BY 1
        UNTIL WS-Lgh-Idx > WS-Lgh-Count.

    IF  WS-Lhr-Hold-Count = ZERO
        MOVE SPACE TO Legal-Hold-Rpt-Line
        WRITE Legal-Hold-Rpt-Line
        MOVE "  (no hold in force)" TO Legal-Hold-Rpt-Line
        WRITE Legal-Hold-Rpt-Line
    END-IF.

    MOVE WS-Lhr-Hold-Count  TO WS-Lhp-Count-Edit.
    MOVE WS-Lhr-Total-Items TO WS-Lhp-Count-Edit2.

    MOVE SPACE TO Legal-Hold-Rpt-Line.
    WRITE Legal-Hold-Rpt-Line.
    MOVE SPACE TO Legal-Hold-Rpt-Line.
    STRING "TOTALS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lhp-Count-Edit) DELIMITED BY SIZE
           " HOLD(S) IN FORCE, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lhp-Count-Edit2) DELIMITED BY SIZE
           " FILE(S) PROTECTED" DELIMITED BY SIZE
      INTO Legal-Hold-Rpt-Line
    END-STRING.
    WRITE Legal-Hold-Rpt-Line.

    CLOSE Legal-Hold-Rpt-File.

    MOVE "LEGALHOLD"         TO WS-Cat-Type.
    MOVE WS-Stamp-Now(1 : 8) TO WS-Cat-Date.
    MOVE SPACE               TO WS-Cat-Company.
    MOVE WS-Lhr-Total-Items  TO WS-Cat-Rows.
    MOVE WS-Legal-Hold-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

    DISPLAY " " UPON CONSOLE.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Lhp-Count-Edit)
            " hold(s) in force protecting "
            FUNCTION TRIM(WS-Lhp-Count-Edit2) " file(s)"
      UPON CONSOLE.
    DISPLAY "Report " FUNCTION TRIM(WS-Legal-Hold-Rpt-Path)
      UPON CONSOLE.

*>------------------------------------------------
500-Hold-Report-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
510-Report-One-Hold.
*>------------------------------------------------
    PERFORM 150-Check-Hold-In-Force.

    IF  WS-Lgh-Row-Covers
        ADD 1 TO WS-Lhr-Hold-Count
        MOVE ZERO TO WS-Lhr-Hold-Items
        PERFORM 212-Build-Scope-Text

        MOVE SPACE TO Legal-Hold-Rpt-Line
        WRITE Legal-Hold-Rpt-Line
        MOVE SPACE TO Legal-Hold-Rpt-Line
        STRING "CASE " DELIMITED BY SIZE
               WS-Lgh-Case-No(WS-Lgh-Idx) DELIMITED BY SIZE
               "  PLACED " DELIMITED BY SIZE
               WS-Lgh-Placed-Stamp(WS-Lgh-Idx) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-Lgh-Placed-By(WS-Lgh-Idx) DELIMITED BY SIZE
               "  UNTIL " DELIMITED BY SIZE
               WS-Lhl-Until-Text DELIMITED BY SIZE
          INTO Legal-Hold-Rpt-Line
        END-STRING
        WRITE Legal-Hold-Rpt-Line
        MOVE SPACE TO Legal-Hold-Rpt-Line
        STRING "  SCOPE " DELIMITED BY SIZE
               WS-Lhl-Scope-Text DELIMITED BY SIZE
          INTO Legal-Hold-Rpt-Line
        END-STRING
        WRITE Legal-Hold-Rpt-Line

        PERFORM 520-Report-Company
          VARYING WS-Co-Idx FROM 1 BY 1
            UNTIL WS-Co-Idx > WS-Company-Count

        PERFORM 560-Report-Shared-Logs

        MOVE WS-Lhr-Hold-Items TO WS-Lhp-Count-Edit
        MOVE SPACE TO Legal-Hold-Rpt-Line
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Lhp-Count-Edit) DELIMITED BY SIZE
               " FILE(S) PROTECTED UNDER THIS CASE" DELIMITED BY SIZE
          INTO Legal-Hold-Rpt-Line
        END-STRING
        WRITE Legal-Hold-Rpt-Line
        ADD WS-Lhr-Hold-Items TO WS-Lhr-Total-Items
    END-IF.

*>------------------------------------------------
520-Report-Company.
*>------------------------------------------------
*> Re-root for WS-Co-Idx's company the same way PGM52's
*> 500-Build-Company-Paths does - a blank code is the
*> base tree - then list its incoming and done areas
*> and count its index rows.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    MOVE "(base)" TO WS-Lhr-Co-Label.
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lhr-Co-Label
        MOVE SPACE TO WS-Root-Path
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE "F" TO WS-Lhr-Area-Kind.

    MOVE "INCOMING" TO WS-Lhr-Area.
    MOVE TBL-Path-Name(TBL-dir-files-incoming) TO WS-Lhr-Dir.
    MOVE "-maxdepth 1 -type f" TO WS-Lhr-Find-Tail.
    PERFORM 530-List-One-Area.

    MOVE "DONE" TO WS-Lhr-Area.
    MOVE TBL-Path-Name(TBL-dir-files-done) TO WS-Lhr-Dir.
    MOVE "-type f" TO WS-Lhr-Find-Tail.
    PERFORM 530-List-One-Area.

    PERFORM 550-Count-Index-Rows.

*>------------------------------------------------
530-List-One-Area.
*>------------------------------------------------
*> Same find -printf listing idiom as PGM00's purge
*> listing - relative name and mtime, one per line.
*>------------------------------------------------
    MOVE SPACE TO WS-Intake-Ls-Cmd.
    STRING "find " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lhr-Dir) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lhr-Find-Tail) DELIMITED BY SIZE
           " -printf '%P|%TY%Tm%Td\n' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Scan-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Intake-Ls-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Intake-Ls-Cmd
    END-CALL.

    MOVE "N" TO WS-EOF-ISC.
    OPEN INPUT Intake-Scan-File.
    IF  WS-StatusISC = "00"
        PERFORM 531-Judge-One-Entry
          UNTIL Intake-Scan-EOF
        CLOSE Intake-Scan-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Intake-Scan-Path
    END-CALL.

*>------------------------------------------------
531-Judge-One-Entry.
*>------------------------------------------------
*> Attribution as the deletion paths do it: a done/
*> vendor subfolder names its vendor, a flat file is
*> matched against the vendor profile table, and the
*> shared logs carry neither vendor nor company.
*>------------------------------------------------
    READ Intake-Scan-File
        AT END
            MOVE "Y" TO WS-EOF-ISC
        NOT AT END
            IF  Intake-Scan-Entry NOT = SPACE
                MOVE SPACE TO WS-Lhr-Rel-Name
                              WS-Lhr-Date-X
                UNSTRING Intake-Scan-Entry DELIMITED BY "|"
                    INTO WS-Lhr-Rel-Name
                         WS-Lhr-Date-X
                END-UNSTRING

                MOVE SPACE TO WS-Lhr-Name-P1
                              WS-Lhr-Name-P2
                UNSTRING WS-Lhr-Rel-Name DELIMITED BY "/"
                    INTO WS-Lhr-Name-P1
                         WS-Lhr-Name-P2
                END-UNSTRING
                IF  WS-Lhr-Name-P2 NOT = SPACE
                    MOVE WS-Lhr-Name-P2 TO WS-Lgh-Check-Name
                ELSE
                    MOVE WS-Lhr-Name-P1 TO WS-Lgh-Check-Name
                END-IF

                MOVE ZERO TO WS-Lgh-Check-YMD
                IF  WS-Lhr-Date-X IS NUMERIC
                    MOVE WS-Lhr-Date-X TO WS-Lgh-Check-YMD
                END-IF

                IF  WS-Lhr-Area-Kind = "F"
                    MOVE WS-Company-Code(WS-Co-Idx)
                      TO WS-Lgh-Check-Company
                    IF  WS-Lhr-Name-P2 NOT = SPACE
                        MOVE WS-Lhr-Name-P1 TO WS-Lgh-Check-Vendor
                        MOVE "Y" TO WS-Lgh-Vendor-Known-Sw
                    ELSE
                        PERFORM 094-Match-Vendor-For-Name
                        MOVE WS-Vendor-Match-Code TO WS-Lgh-Check-Vendor
                        IF  WS-Vendor-Count > ZERO
                            MOVE "Y" TO WS-Lgh-Vendor-Known-Sw
                        ELSE
                            MOVE "N" TO WS-Lgh-Vendor-Known-Sw
                        END-IF
                    END-IF
                ELSE
                    MOVE SPACE TO WS-Lgh-Check-Company
                                  WS-Lgh-Check-Vendor
                    MOVE "N" TO WS-Lgh-Vendor-Known-Sw
                END-IF

                PERFORM 151-Match-One-Legal-Hold
                IF  WS-Lgh-Row-Covers
                    ADD 1 TO WS-Lhr-Hold-Items
                    MOVE SPACE TO Legal-Hold-Rpt-Line
                    STRING "    " DELIMITED BY SIZE
                           WS-Lhr-Co-Label DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Lhr-Area DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Lhr-Date-X DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Lhr-Rel-Name)
                             DELIMITED BY SIZE
                      INTO Legal-Hold-Rpt-Line
                    END-STRING
                    WRITE Legal-Hold-Rpt-Line
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
550-Count-Index-Rows.
*>------------------------------------------------
*> Front-to-back sweep of the company's intake index,
*> same START-at-LOW-VALUES walk as PGM22's roll-off -
*> the rows PGM22 will leave in place for this case.
*>------------------------------------------------
    MOVE ZERO TO WS-Lhr-Index-Rows.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    OPEN INPUT Intake-Index-File.
    IF  WS-StatusIDX = "00"
        MOVE "N" TO WS-EOF-LHI
        MOVE SPACE TO Intake-Index-Record
        MOVE LOW-VALUES TO II-Key
        START Intake-Index-File
            KEY IS NOT LESS THAN II-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-LHI
        END-START

        PERFORM 551-Judge-One-Index-Row
          UNTIL Lhr-Index-EOF

        CLOSE Intake-Index-File
    END-IF.

    IF  WS-Lhr-Index-Rows > ZERO
        MOVE WS-Lhr-Index-Rows TO WS-Lhp-Count-Edit
        MOVE SPACE TO Legal-Hold-Rpt-Line
        STRING "    " DELIMITED BY SIZE
               WS-Lhr-Co-Label DELIMITED BY SIZE
               " INDEX    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Lhp-Count-Edit) DELIMITED BY SIZE
               " intake-index row(s) held" DELIMITED BY SIZE
          INTO Legal-Hold-Rpt-Line
        END-STRING
        WRITE Legal-Hold-Rpt-Line
    END-IF.

*>------------------------------------------------
551-Judge-One-Index-Row.
*>------------------------------------------------
*> Same row attribution as PGM22's 215-Check-Row-
*> Legal-Hold.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-LHI
        NOT AT END
            MOVE II-Filename    TO WS-Lgh-Check-Name
            MOVE II-Vendor-Code TO WS-Lgh-Check-Vendor
            MOVE "Y"            TO WS-Lgh-Vendor-Known-Sw
            MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company
            MOVE ZERO TO WS-Lgh-Check-YMD
            IF  II-Received-Date IS NUMERIC
                MOVE II-Received-Date TO WS-Lgh-Check-YMD
            END-IF
            PERFORM 151-Match-One-Legal-Hold
            IF  WS-Lgh-Row-Covers
                ADD 1 TO WS-Lhr-Index-Rows
            END-IF
    END-READ.

*>------------------------------------------------
560-Report-Shared-Logs.
*>------------------------------------------------
*> The shared base ./logs dated archives and ./reports
*> CSV exports PGM06 ages out - listed once per case,
*> not per company.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE "L" TO WS-Lhr-Area-Kind.
    MOVE "(shared)" TO WS-Lhr-Co-Label.

    MOVE "LOGS" TO WS-Lhr-Area.
    MOVE TBL-Path-Name(TBL-dir-logs) TO WS-Lhr-Dir.
    MOVE "-maxdepth 1 -type f -name 'main-*'" TO WS-Lhr-Find-Tail.
    PERFORM 530-List-One-Area.

    MOVE "EXPORTS" TO WS-Lhr-Area.
    MOVE TBL-Path-Name(TBL-dir-reports) TO WS-Lhr-Dir.
    MOVE "-maxdepth 1 -type f -name 'log-*.csv'" TO WS-Lhr-Find-Tail.
    PERFORM 530-List-One-Area.

*>------------------------------------------------
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per place or release,
*> same layout as PGM52's 900-Write-Run-Audit, WS-MSG
*> as the text.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

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

    MOVE WS-Pgm-ID     TO WS-Run-Audit-Pgm-ID.
    MOVE WS-OS-User    TO WS-Run-Audit-User.
    MOVE ZERO          TO WS-Run-Audit-Option.
    MOVE SPACE         TO WS-Run-Audit-Run-ID.
    MOVE WS-MSG        TO WS-Run-Audit-Text.

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
940-Register-Report.
*>------------------------------------------------
*> Same catalog append as PGM09's 940-Register-Report.
*>------------------------------------------------
    MOVE SPACE TO WS-Report-Catalog-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/report-catalog.log" DELIMITED BY SIZE
      INTO WS-Report-Catalog-Path
    END-STRING.

    OPEN EXTEND Report-Catalog-File.
    IF  WS-StatusCAT NOT = "00"
        OPEN OUTPUT Report-Catalog-File
    END-IF.
    IF  WS-StatusCAT = "00"
        MOVE SPACE TO Report-Catalog-Line
        MOVE WS-Cat-Type    TO CT-Type
        MOVE WS-Cat-Date    TO CT-Date
        MOVE WS-Cat-Company TO CT-Company
        MOVE WS-Cat-Rows    TO CT-Rows
        MOVE WS-Cat-Path    TO CT-Path
        WRITE Report-Catalog-Line
        CLOSE Report-Catalog-File
    END-IF.

END PROGRAM PGM55.
