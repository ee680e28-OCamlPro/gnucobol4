*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM44.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Configuration cross-reference audit.
*> The hand-kept .cfg files under ./reports name each
*> other by vendor code, company code and program
*> name, and every reader quietly skips a row it
*> cannot use - so a typo surfaces as a silent no-
*> match in the middle of the night.  This reads them
*> all the way their owners do and reports, with the
*> file and line, every reference that resolves to
*> nothing and every row that contradicts another:
*> layout, GL map, decrypt-key and turnaround rows for
*> a vendor code no vendor-table.cfg pattern (or
*> landing zone) produces, vendor patterns an earlier
*> pattern shadows, chain and schedule entries naming
*> a program that is not a batch program, GL map rows
*> below a catch-all or for an unknown company, rows
*> past the table a reader keeps, malformed days,
*> times and dates, overlapping accounting periods,
*> and configuration left under a disabled company's
*> own tree.  Findings go to config-audit-YYYYMMDD.rpt
*> in the base ./reports.  A HARD finding (a row that
*> can never do what it says) ends the run with RC 8
*> and an alert; WARN findings only (suspicious but
*> workable) end it with the WARNING return (4).
*> PGM00B runs it as step 00 of every chain, so the
*> chain stops on a hard error and carries on past
*> warnings.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/Cfg-Audit-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Landing-Zone-Select.cpy".
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/GL-Map-Select.cpy".
COPY "./copybooks/Expect-Tbl-Select.cpy".
COPY "./copybooks/Decrypt-Key-Select.cpy".
COPY "./copybooks/Recipient-Key-Select.cpy".
COPY "./copybooks/Value-Gate-Select.cpy".
COPY "./copybooks/Match-Rule-Select.cpy".
COPY "./copybooks/Code-Xlate-Select.cpy".
COPY "./copybooks/Struct-Map-Select.cpy".
COPY "./copybooks/Fetch-Profile-Select.cpy".
COPY "./copybooks/Turnaround-Tgt-Select.cpy".
COPY "./copybooks/Job-Chain-Select.cpy".
COPY "./copybooks/Schedule-Tbl-Select.cpy".
COPY "./copybooks/Event-Code-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Hold-List-Select.cpy".
COPY "./copybooks/Report-Subs-Select.cpy".
COPY "./copybooks/Recon-Pairs-Select.cpy".
COPY "./copybooks/Retention-Policy-Select.cpy".
COPY "./copybooks/Prio-Limits-Select.cpy".
COPY "./copybooks/Holiday-File-Select.cpy".
COPY "./copybooks/Period-Ctl-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Cfg-Audit-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Landing-Zone-FD.cpy".
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/GL-Map-FD.cpy".
COPY "./copybooks/Expect-Tbl-FD.cpy".
COPY "./copybooks/Decrypt-Key-FD.cpy".
COPY "./copybooks/Recipient-Key-FD.cpy".
COPY "./copybooks/Value-Gate-FD.cpy".
COPY "./copybooks/Match-Rule-FD.cpy".
COPY "./copybooks/Code-Xlate-FD.cpy".
COPY "./copybooks/Struct-Map-FD.cpy".
COPY "./copybooks/Fetch-Profile-FD.cpy".
COPY "./copybooks/Turnaround-Tgt-FD.cpy".
COPY "./copybooks/Job-Chain-FD.cpy".
COPY "./copybooks/Schedule-Tbl-FD.cpy".
COPY "./copybooks/Event-Code-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Hold-List-FD.cpy".
COPY "./copybooks/Report-Subs-FD.cpy".
COPY "./copybooks/Recon-Pairs-FD.cpy".
COPY "./copybooks/Retention-Policy-FD.cpy".
COPY "./copybooks/Prio-Limits-FD.cpy".
COPY "./copybooks/Holiday-File-FD.cpy".
COPY "./copybooks/Period-Ctl-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM44".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Cfg-Audit-WS.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".

COPY "./copybooks/Landing-Zone-WS.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/GL-Map-WS.cpy".

COPY "./copybooks/Expect-Tbl-WS.cpy".

COPY "./copybooks/Decrypt-Key-WS.cpy".

COPY "./copybooks/Recipient-Key-WS.cpy".
COPY "./copybooks/Value-Gate-WS.cpy".

COPY "./copybooks/Match-Rule-WS.cpy".

COPY "./copybooks/Code-Xlate-WS.cpy".

COPY "./copybooks/Struct-Map-WS.cpy".

COPY "./copybooks/Fetch-Profile-WS.cpy".

COPY "./copybooks/Turnaround-WS.cpy".

COPY "./copybooks/Job-Chain-WS.cpy".

COPY "./copybooks/Schedule-Tbl-WS.cpy".

COPY "./copybooks/Event-Code-WS.cpy".

COPY "./copybooks/Hold-List-WS.cpy".

COPY "./copybooks/Report-Subs-WS.cpy".

COPY "./copybooks/Recon-Pairs-WS.cpy".

COPY "./copybooks/Retention-Policy-WS.cpy".

COPY "./copybooks/Prio-Limits-WS.cpy".

COPY "./copybooks/Holiday-File-WS.cpy".

COPY "./copybooks/Period-Ctl-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Ca-Freq-L-Sw              PIC X(01) VALUE "N".
    88  WS-Ca-Freq-Allows-L      VALUE "Y".
01  WS-Ca-Catch-All-Sw           PIC X(01) VALUE "N".
    88  WS-Ca-Catch-All          VALUE "Y".
01  WS-Ca-Tree-Kind              PIC X(01) VALUE SPACE.
    88  WS-Ca-Tree-Periods       VALUE "P".
    88  WS-Ca-Tree-Expected      VALUE "E".

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/linkage.cpy".

*>------------------------------------------------
PROCEDURE DIVISION USING WS-Option
                         WS-Message-Line-1
                         WS-Message-Line-2
                         WS-Message-Line-3
                         WS-Message-Line-4
                         WS-Message-Line-5
                         WS-Message-Line-6
                         WS-Message-Line-7
                         WS-Message-Line-8
                         WS-Return
                         WS-Return-Msg
                         WS-Dir-Status-Table
                         WS-Caller-Tag
                         WS-Force-Confirm
                         WS-Run-ID.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
*> Same USING contract linkage.cpy gives every CALL
*> in this system.  Referenced files are read before
*> the files that reference them: the company master,
*> the vendor patterns and landing zones first, then
*> everything keyed on them.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 120-Open-Audit-Report.

    PERFORM 200-Audit-Company-Master.
    PERFORM 210-Audit-Vendor-Table.
    PERFORM 215-Audit-Landing-Zones.
    PERFORM 220-Audit-Layout-Table.
    PERFORM 230-Audit-GL-Map.
    PERFORM 240-Audit-Expected.
    PERFORM 245-Audit-Decrypt-Keys.
    PERFORM 247-Audit-Recipient-Keys.
    PERFORM 249-Audit-Value-Gates.
    PERFORM 250-Audit-Fetch-Profile.
    PERFORM 255-Audit-Turnaround.
    PERFORM 260-Audit-Job-Chain.
    PERFORM 265-Audit-Schedule.
    PERFORM 270-Audit-Event-Codes.
    PERFORM 275-Audit-Dir-Table.
    PERFORM 280-Audit-Hold-List.
    PERFORM 283-Audit-Report-Subs.
    PERFORM 286-Audit-Recon-Pairs.
    PERFORM 290-Audit-Retention.
    PERFORM 293-Audit-Prio-Limits.
    PERFORM 296-Audit-Holidays.
    PERFORM 298-Audit-Match-Rules.
    PERFORM 295-Audit-Code-Xlate.
    PERFORM 2955-Audit-Struct-Map.
    PERFORM 300-Audit-Company-Trees.

    PERFORM 850-Write-Audit-Totals.

    MOVE WS-Ca-Hard-Count TO WS-Ca-Count-Edit.
    MOVE WS-Ca-Warn-Count TO WS-Ca-Count-Edit2.
    MOVE SPACE TO WS-MSG.
    STRING "config audit: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ca-Count-Edit) DELIMITED BY SIZE
           " hard error(s), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ca-Count-Edit2) DELIMITED BY SIZE
           " warning(s)" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    EVALUATE TRUE
        WHEN WS-Ca-Hard-Count > ZERO
            PERFORM 860-Raise-Audit-Alert
            MOVE 8 TO WS-Return
            MOVE "PGM44 configuration errors - see config-audit report"
              TO WS-Return-Msg
        WHEN WS-Ca-Warn-Count > ZERO
            SET WS-Log-Sev-Warning TO TRUE
            MOVE "000-MAIN" TO WS-Log-Source-Para
            MOVE 9138 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
            MOVE 4 TO WS-Return
            MOVE "PGM44 configuration warnings - see config-audit report"
              TO WS-Return-Msg
        WHEN OTHER
            MOVE ZERO TO WS-Return
            MOVE "PGM44 completed successfully" TO WS-Return-Msg
    END-EVALUATE.

    IF  WS-Log-File-Open
        MOVE "PGM44 configuration audit complete"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        MOVE "N" TO WS-Log-Open-Sw
        CLOSE Log-File
    END-IF.

    IF  WS-Error-Log-File-Open
        MOVE "N" TO WS-Error-Log-Open-Sw
        CLOSE Error-Log-File
    END-IF.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as every other batch program, so the audit
*> reads the same base ./reports the chain will.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    PERFORM 091-Load-Dir-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
091-Load-Dir-Table.
*>------------------------------------------------
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
110-Open-Logs.
*>------------------------------------------------
*> Append to the shared main.log the same OPEN EXTEND
*> with fallback OPEN OUTPUT idiom PGM01 uses.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE CDT-Year    TO Date-YYYY OF WS-Log-Line.
    MOVE CDT-Month   TO Date-MM   OF WS-Log-Line.
    MOVE CDT-Day     TO Date-DD   OF WS-Log-Line.
    MOVE CDT-Hour    TO Time-HH   OF WS-Log-Line.
    MOVE CDT-Minutes TO Time-MM   OF WS-Log-Line.
    MOVE CDT-Seconds TO Time-SS   OF WS-Log-Line.
    MOVE CDT-Hundredths-Of-Secs
                     TO Time-HS   OF WS-Log-Line.
    MOVE WS-Pgm-ID   TO Pgm-ID    OF WS-Log-Line.
    MOVE WS-Run-ID   TO Log-Run-ID OF WS-Log-Line.
    MOVE WS-Run-ID   TO WS-Log-Struct-Run-ID.
    MOVE WS-Run-ID   TO WS-Error-Log-Run-ID.

    PERFORM 113-Compute-Log-Week-Fields.

    OPEN EXTEND Log-File.
    IF  WS-StatusLOG NOT = "00"
        OPEN OUTPUT Log-File
    END-IF.
    IF  WS-StatusLOG = "00"
        SET WS-Log-File-Open TO TRUE
    ELSE
        PERFORM 999-Status-Handler
    END-IF.

    OPEN EXTEND Error-Log-File.
    IF  WS-StatusERR NOT = "00"
        OPEN OUTPUT Error-Log-File
    END-IF.
    IF  WS-StatusERR = "00"
        SET WS-Error-Log-File-Open TO TRUE
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM44 configuration audit begin job"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
113-Compute-Log-Week-Fields.
*>------------------------------------------------
*> Same ISO week/day-of-week derivation as PGM00/
*> PGM01's paragraph of the same name.
*>------------------------------------------------
    MOVE CDT-Date TO WS-Business-Day-YMD.

    MOVE FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-Business-Day-YMD), 7)
      TO WS-Day-Of-Week.

    EVALUATE WS-Day-Of-Week
        WHEN 0  MOVE "SUN" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 1  MOVE "MON" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 2  MOVE "TUE" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 3  MOVE "WED" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 4  MOVE "THU" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 5  MOVE "FRI" TO Log-Day-Of-Week OF WS-Log-Line
        WHEN 6  MOVE "SAT" TO Log-Day-Of-Week OF WS-Log-Line
    END-EVALUATE.

    IF  WS-Day-Of-Week = 0
        MOVE 7 TO WS-ISO-Weekday
    ELSE
        MOVE WS-Day-Of-Week TO WS-ISO-Weekday
    END-IF.

    MOVE SPACE TO WS-Log-Jan1-YMD-X.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           "0101" DELIMITED BY SIZE
      INTO WS-Log-Jan1-YMD-X
    END-STRING.
    MOVE WS-Log-Jan1-YMD-X TO WS-Log-Jan1-YMD.

    COMPUTE WS-Log-Ordinal-Day =
        FUNCTION INTEGER-OF-DATE(WS-Business-Day-YMD)
      - FUNCTION INTEGER-OF-DATE(WS-Log-Jan1-YMD) + 1.

    COMPUTE WS-Log-ISO-Week =
        (WS-Log-Ordinal-Day - WS-ISO-Weekday + 10) / 7.

    IF  WS-Log-ISO-Week < 1
        MOVE 52 TO WS-Log-ISO-Week
    END-IF.
    IF  WS-Log-ISO-Week > 53
        MOVE 53 TO WS-Log-ISO-Week
    END-IF.

    MOVE WS-Log-ISO-Week TO Log-ISO-Week OF WS-Log-Line.

*>------------------------------------------------
120-Open-Audit-Report.
*>------------------------------------------------
*> Today's report in the base ./reports - a rerun the
*> same day (after a fix) replaces it, which is what
*> the operator wants to read.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Cfg-Audit-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "config-audit-" DELIMITED BY SIZE
           CDT-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Cfg-Audit-Path
    END-STRING.

    OPEN OUTPUT Cfg-Audit-File.
    IF  WS-StatusCFA NOT = "00"
        MOVE WS-StatusCFA TO WS-STATUS
        PERFORM 999-Status-Handler
    ELSE
        MOVE "Y" TO WS-Cfg-Audit-Open-Sw

        MOVE SPACE TO Cfg-Audit-Line
        STRING "CONFIGURATION AUDIT - " DELIMITED BY SIZE
               CDT-Date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CDT-Hour DELIMITED BY SIZE
               CDT-Minutes DELIMITED BY SIZE
               CDT-Seconds DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Run-ID) DELIMITED BY SIZE
               "   ROOT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
          INTO Cfg-Audit-Line
        END-STRING
        WRITE Cfg-Audit-Line

        MOVE SPACE TO Cfg-Audit-Line
        WRITE Cfg-Audit-Line

        MOVE SPACE TO WS-Ca-Finding
        MOVE "SEV"     TO WS-Ca-Sev
        MOVE "FILE"    TO WS-Ca-File
        MOVE "FINDING" TO WS-Ca-Text
        MOVE WS-Ca-Finding TO Cfg-Audit-Line
        MOVE "LINE" TO Cfg-Audit-Line(37 : 4)
        WRITE Cfg-Audit-Line
    END-IF.

*>------------------------------------------------
200-Audit-Company-Master.
*>------------------------------------------------
*> Every row kept, enabled or not - later checks need
*> to tell a disabled company from a missing one.
*>------------------------------------------------
    MOVE "company-master.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Company-Master-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/company-master.cfg" DELIMITED BY SIZE
      INTO WS-Company-Master-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-CMF.
    OPEN INPUT Company-Master-File.
    MOVE WS-StatusCMF TO WS-STATUS.
    IF  WS-StatusCMF = "00"
        PERFORM 201-Read-Company-Row
          UNTIL Company-Master-EOF
        CLOSE Company-Master-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
201-Read-Company-Row.
*>------------------------------------------------
    READ Company-Master-File
        AT END
            MOVE "Y" TO WS-EOF-CMF
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  CM-Code NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 202-Check-Company-Row
            END-IF
    END-READ.

*>------------------------------------------------
202-Check-Company-Row.
*>------------------------------------------------
    MOVE CM-Code TO WS-Ca-Search-Code.
    PERFORM 610-Find-Company.
    IF  WS-Ca-Found
        MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
        SET WS-Ca-Hard TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "company " DELIMITED BY SIZE
               FUNCTION TRIM(CM-Code) DELIMITED BY SIZE
               " repeats line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
               " - the chain would run it twice" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    ELSE
        IF  WS-Ca-Co-Count < 30
            ADD 1 TO WS-Ca-Co-Count
            SET WS-Ca-Co-Idx TO WS-Ca-Co-Count
            MOVE CM-Code    TO WS-Ca-Co-Code(WS-Ca-Co-Idx)
            MOVE CM-Enabled TO WS-Ca-Co-Enabled(WS-Ca-Co-Idx)
            MOVE WS-Ca-Line-No TO WS-Ca-Co-Line(WS-Ca-Co-Idx)
        END-IF
    END-IF.

    IF  CM-Enabled NOT = "Y"
    AND CM-Enabled NOT = "N"
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "enabled flag '" DELIMITED BY SIZE
               CM-Enabled DELIMITED BY SIZE
               "' is neither Y nor N - company " DELIMITED BY SIZE
               FUNCTION TRIM(CM-Code) DELIMITED BY SIZE
               " is treated as disabled" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  CM-Enabled = "Y"
        ADD 1 TO WS-Ca-Co-Enabled-Count
        IF  WS-Ca-Co-Enabled-Count > 5
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "only 5 enabled companies are run - company "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(CM-Code) DELIMITED BY SIZE
                   " is never processed" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
210-Audit-Vendor-Table.
*>------------------------------------------------
*> The vendor patterns are what produce vendor codes:
*> a row the table never loads, a pattern an earlier
*> row always beats, or a star in the middle of a
*> pattern all mean a code that never gets stamped.
*>------------------------------------------------
    MOVE "vendor-table.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Vendor-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-table.cfg" DELIMITED BY SIZE
      INTO WS-Vendor-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-VND.
    OPEN INPUT Vendor-Table-File.
    MOVE WS-StatusVND TO WS-STATUS.
    IF  WS-StatusVND = "00"
        PERFORM 211-Read-Vendor-Row
          UNTIL Vendor-Table-EOF
        CLOSE Vendor-Table-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
211-Read-Vendor-Row.
*>------------------------------------------------
    READ Vendor-Table-File
        AT END
            MOVE "Y" TO WS-EOF-VND
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  VT-Pattern NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 212-Check-Vendor-Row
            END-IF
    END-READ.

*>------------------------------------------------
212-Check-Vendor-Row.
*>------------------------------------------------
    IF  WS-Ca-Rows > WS-Ca-Vnd-Limit
        SET WS-Ca-Hard TO TRUE
        MOVE "the vendor table holds 20 rows - this row is never loaded"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        MOVE FUNCTION UPPER-CASE(VT-Pattern) TO WS-Ca-Pattern
        PERFORM 700-Check-Pattern-Form

        IF  VT-Vendor-Code = SPACE
            SET WS-Ca-Warn TO TRUE
            MOVE "pattern carries no vendor code - its files stay unprofiled"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        IF  VT-Subdir NOT = "Y" AND VT-Subdir NOT = "N"
        AND VT-Subdir NOT = SPACE
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "subfolder flag '" DELIMITED BY SIZE
                   VT-Subdir DELIMITED BY SIZE
                   "' is neither Y nor N - read as N" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF

        IF  VT-Priority NOT = "H" AND VT-Priority NOT = "N"
        AND VT-Priority NOT = "L" AND VT-Priority NOT = SPACE
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "priority class '" DELIMITED BY SIZE
                   VT-Priority DELIMITED BY SIZE
                   "' is not H, N or L - claimed in no class pass"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF

        MOVE "N" TO WS-Ca-Found-Sw
        IF  WS-Ca-Vnd-Count > ZERO
            PERFORM 213-Check-Shadowed-By
              VARYING WS-Ca-Vnd-Idx2 FROM 1 BY 1
                UNTIL WS-Ca-Vnd-Idx2 > WS-Ca-Vnd-Count
                   OR WS-Ca-Found
        END-IF

        IF  WS-Ca-Found
            MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
            MOVE SPACE TO WS-Ca-Text
            IF  WS-Ca-Search-Code NOT = VT-Vendor-Code
                SET WS-Ca-Hard TO TRUE
                STRING "never matches - line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                       "'s pattern takes every such name first (vendor "
                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Search-Code) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
            ELSE
                SET WS-Ca-Warn TO TRUE
                STRING "redundant - line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                       " already maps every such name to this vendor"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
            END-IF
            PERFORM 800-Write-Finding
        END-IF

        ADD 1 TO WS-Ca-Vnd-Count
        SET WS-Ca-Vnd-Idx TO WS-Ca-Vnd-Count
        MOVE VT-Vendor-Code   TO WS-Ca-Vnd-Code(WS-Ca-Vnd-Idx)
        MOVE WS-Ca-Prefix     TO WS-Ca-Vnd-Prefix(WS-Ca-Vnd-Idx)
        MOVE WS-Ca-Prefix-Len TO WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx)
        MOVE WS-Ca-Line-No    TO WS-Ca-Vnd-Line(WS-Ca-Vnd-Idx)
        IF  WS-Ca-Star-Count > ZERO
            MOVE "Y" TO WS-Ca-Vnd-Star(WS-Ca-Vnd-Idx)
        ELSE
            MOVE "N" TO WS-Ca-Vnd-Star(WS-Ca-Vnd-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
213-Check-Shadowed-By.
*>------------------------------------------------
*> First match wins in PGM01's 219-Resolve-Vendor-
*> Code, so this row is dead when an earlier row
*> matches every name it could: an earlier trailing-
*> star row whose leading text this row's text starts
*> with, or an earlier exact row with the same name.
*> A specific row above a general one is the intended
*> way round and is not reported.
*>------------------------------------------------
    IF  WS-Ca-Vnd-Star(WS-Ca-Vnd-Idx2) = "Y"
        IF  WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx2) = ZERO
            MOVE "Y" TO WS-Ca-Found-Sw
        ELSE
            IF  WS-Ca-Prefix-Len >= WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx2)
            AND WS-Ca-Prefix(1 : WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx2))
              = WS-Ca-Vnd-Prefix(WS-Ca-Vnd-Idx2)
                  (1 : WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx2))
                MOVE "Y" TO WS-Ca-Found-Sw
            END-IF
        END-IF
    ELSE
        IF  WS-Ca-Vnd-Star(WS-Ca-Vnd-Idx2) = "N"
        AND WS-Ca-Star-Count = ZERO
        AND WS-Ca-Prefix = WS-Ca-Vnd-Prefix(WS-Ca-Vnd-Idx2)
            MOVE "Y" TO WS-Ca-Found-Sw
        END-IF
    END-IF.

    IF  WS-Ca-Found
        MOVE WS-Ca-Vnd-Line(WS-Ca-Vnd-Idx2) TO WS-Ca-Found-Line
        MOVE WS-Ca-Vnd-Code(WS-Ca-Vnd-Idx2) TO WS-Ca-Search-Code
    END-IF.

*>------------------------------------------------
215-Audit-Landing-Zones.
*>------------------------------------------------
*> A landing zone also produces a vendor code (PGM01
*> stamps the zone's word on an arrival no pattern
*> profiled), so its codes join the produced list.
*>------------------------------------------------
    MOVE "landing-zones.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Landing-Zone-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/landing-zones.cfg" DELIMITED BY SIZE
      INTO WS-Landing-Zone-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-LZN.
    OPEN INPUT Landing-Zone-File.
    MOVE WS-StatusLZN TO WS-STATUS.
    IF  WS-StatusLZN = "00"
        PERFORM 216-Read-Landing-Zone-Row
          UNTIL Landing-Zone-EOF
        CLOSE Landing-Zone-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
216-Read-Landing-Zone-Row.
*>------------------------------------------------
    READ Landing-Zone-File
        AT END
            MOVE "Y" TO WS-EOF-LZN
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  LZ-Vendor-Code NOT = SPACE
            OR  LZ-Dir NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 217-Check-Landing-Zone-Row
            END-IF
    END-READ.

*>------------------------------------------------
217-Check-Landing-Zone-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Lzn-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the zone table holds 20 rows - this row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN LZ-Vendor-Code = SPACE
        OR   LZ-Dir = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "a zone needs both a vendor code and a directory - row is ignored"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN OTHER
            IF  WS-Ca-Vnd-Count < 60
                ADD 1 TO WS-Ca-Vnd-Count
                SET WS-Ca-Vnd-Idx TO WS-Ca-Vnd-Count
                MOVE LZ-Vendor-Code TO WS-Ca-Vnd-Code(WS-Ca-Vnd-Idx)
                MOVE SPACE          TO WS-Ca-Vnd-Prefix(WS-Ca-Vnd-Idx)
                MOVE ZERO           TO WS-Ca-Vnd-Len(WS-Ca-Vnd-Idx)
                MOVE "Z"            TO WS-Ca-Vnd-Star(WS-Ca-Vnd-Idx)
                MOVE WS-Ca-Line-No  TO WS-Ca-Vnd-Line(WS-Ca-Vnd-Idx)
            END-IF
    END-EVALUATE.

*>------------------------------------------------
220-Audit-Layout-Table.
*>------------------------------------------------
*> A layout row for a code nothing produces never
*> validates a single file; one whose column pointers
*> run past its own column count breaks the checks it
*> was written for.  A vendor's versions must carry
*> distinct tags, and two versions picked by date must
*> not both be in force on the same day.
*>------------------------------------------------
    MOVE "vendor-layout.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Layout-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-layout.cfg" DELIMITED BY SIZE
      INTO WS-Layout-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-LAY.
    OPEN INPUT Layout-Table-File.
    MOVE WS-StatusLAY TO WS-STATUS.
    IF  WS-StatusLAY = "00"
        PERFORM 221-Read-Layout-Row
          UNTIL Layout-Table-EOF
        CLOSE Layout-Table-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
221-Read-Layout-Row.
*>------------------------------------------------
    READ Layout-Table-File
        AT END
            MOVE "Y" TO WS-EOF-LAY
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  VL-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 222-Check-Layout-Row
            END-IF
    END-READ.

*>------------------------------------------------
222-Check-Layout-Row.
*>------------------------------------------------
    IF  WS-Ca-Rows > WS-Ca-Lay-Limit
        SET WS-Ca-Hard TO TRUE
        MOVE "the layout table holds 40 rows - this row is never loaded"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        MOVE VL-Vendor-Code TO WS-Ca-Search-Code
        PERFORM 605-Check-Vendor-Produced

        PERFORM 227-Check-Layout-Version

        EVALUATE TRUE
            WHEN VL-Format-Sw NOT = SPACE
             AND VL-Format-Sw NOT = "F"
             AND VL-Format-Sw NOT = "f"
                SET WS-Ca-Hard TO TRUE
                MOVE "record format must be blank (delimited) or F (fixed width)"
                  TO WS-Ca-Text
                PERFORM 800-Write-Finding
            WHEN VL-Format-Sw NOT = SPACE
                CONTINUE
            WHEN VL-Delimiter = SPACE
                SET WS-Ca-Hard TO TRUE
                MOVE "no delimiter - no detail row can be split into columns"
                  TO WS-Ca-Text
                PERFORM 800-Write-Finding
        END-EVALUATE

        MOVE ZERO TO WS-Ca-Num
        IF  VL-Col-Count IS NUMERIC
        AND VL-Col-Count > ZERO
        AND VL-Col-Count <= 20
            MOVE VL-Col-Count TO WS-Ca-Num
        ELSE
            SET WS-Ca-Hard TO TRUE
            MOVE "column count must be 01-20 - every detail row would fail"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        IF  WS-Ca-Num > ZERO
            IF  VL-Amt-Col IS NUMERIC
                MOVE VL-Amt-Col TO WS-Ca-Num-2
                MOVE "amount" TO WS-Ca-Tail
                PERFORM 225-Check-Column-Pointer
            END-IF
            IF  VL-Co-Col IS NUMERIC
                MOVE VL-Co-Col TO WS-Ca-Num-2
                MOVE "company" TO WS-Ca-Tail
                PERFORM 225-Check-Column-Pointer
            END-IF
            IF  VL-Ref-Col IS NUMERIC
                MOVE VL-Ref-Col TO WS-Ca-Num-2
                MOVE "reference" TO WS-Ca-Tail
                PERFORM 225-Check-Column-Pointer
            END-IF
            IF  VL-Tag-Col IS NUMERIC
                MOVE VL-Tag-Col TO WS-Ca-Num-2
                MOVE "header tag" TO WS-Ca-Tail
                PERFORM 225-Check-Column-Pointer
            END-IF
        END-IF

        IF  VL-Format-Sw = "F" OR VL-Format-Sw = "f"
            PERFORM 228-Check-Fixed-Spec
        END-IF

        IF  VL-Mask-Codes NOT = SPACE
            PERFORM 226-Check-Mask-Column
              THRU 226-Check-Mask-Exit
              VARYING WS-Ca-Num-3 FROM 1 BY 1
                UNTIL WS-Ca-Num-3 > 20
        END-IF

        IF  VL-Consol-Sw = "Y"
        AND (VL-Co-Col NOT NUMERIC OR VL-Co-Col = ZERO)
            SET WS-Ca-Hard TO TRUE
            MOVE "consolidated vendor with no company column - the split has nothing to carve on"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        IF  VL-Seq-Start IS NUMERIC
        AND VL-Seq-Len IS NUMERIC
        AND VL-Seq-Len > ZERO
        AND VL-Seq-Start = ZERO
            SET WS-Ca-Hard TO TRUE
            MOVE "sequence length given with no start position in the filename"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        IF  WS-Ca-Lay-Count < 60
            ADD 1 TO WS-Ca-Lay-Count
            SET WS-Ca-Lay-Idx TO WS-Ca-Lay-Count
            MOVE VL-Vendor-Code TO WS-Ca-Lay-Vendor(WS-Ca-Lay-Idx)
            MOVE WS-Ca-Num      TO WS-Ca-Lay-Cols(WS-Ca-Lay-Idx)
            MOVE WS-Ca-Line-No  TO WS-Ca-Lay-Line(WS-Ca-Lay-Idx)
            MOVE VL-Norm-Sw     TO WS-Ca-Lay-Norm(WS-Ca-Lay-Idx)
            MOVE FUNCTION UPPER-CASE(VL-Version)
                                TO WS-Ca-Lay-Version(WS-Ca-Lay-Idx)
            MOVE WS-Ca-Lay-From-Key TO WS-Ca-Lay-From(WS-Ca-Lay-Idx)
            MOVE WS-Ca-Lay-To-Key   TO WS-Ca-Lay-To(WS-Ca-Lay-Idx)
            MOVE WS-Ca-Lay-Tag-Key  TO WS-Ca-Lay-Tag-Col(WS-Ca-Lay-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
225-Check-Column-Pointer.
*>------------------------------------------------
*> WS-Ca-Num-2 is a column the row points at, WS-Ca-Tail
*> what it is for, WS-Ca-Num the row's column count.
*>------------------------------------------------
    IF  WS-Ca-Num-2 > WS-Ca-Num
        MOVE WS-Ca-Num-2 TO WS-Ca-Num-Edit
        MOVE WS-Ca-Num   TO WS-Ca-Line-Ref-Edit
        SET WS-Ca-Hard TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING FUNCTION TRIM(WS-Ca-Tail) DELIMITED BY SIZE
               " column " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
               " is beyond the row's " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
               " columns" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

*>------------------------------------------------
226-Check-Mask-Column.
*>------------------------------------------------
*> WS-Ca-Num-3 is a position in VL-Mask-Codes.  A code
*> other than F/P/T still masks (the whole value), so
*> it only warns; masking the amount column zeroes
*> every posting, and a fully or partly masked
*> reference column makes different records collide
*> in the duplicate check - a token (T) is safe there.
*>------------------------------------------------
    IF  VL-Mask-Codes(WS-Ca-Num-3 : 1) = SPACE
        GO TO 226-Check-Mask-Exit
    END-IF.

    MOVE WS-Ca-Num-3 TO WS-Ca-Num-Edit.

    IF  VL-Mask-Codes(WS-Ca-Num-3 : 1) NOT = "F"
    AND VL-Mask-Codes(WS-Ca-Num-3 : 1) NOT = "P"
    AND VL-Mask-Codes(WS-Ca-Num-3 : 1) NOT = "T"
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "masking code for column " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
               " is not F/P/T - the whole value is masked"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  WS-Ca-Num > ZERO
    AND WS-Ca-Num-3 > WS-Ca-Num
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "masking code for column " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
               " is beyond the row's columns - it never applies"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  VL-Amt-Col IS NUMERIC
    AND VL-Amt-Col = WS-Ca-Num-3
        SET WS-Ca-Hard TO TRUE
        MOVE "the amount column is masked - every posting would carry a zero amount"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    END-IF.

    IF  VL-Ref-Col IS NUMERIC
    AND VL-Ref-Col = WS-Ca-Num-3
    AND VL-Mask-Codes(WS-Ca-Num-3 : 1) NOT = "T"
        SET WS-Ca-Hard TO TRUE
        MOVE "the reference column is masked F/P - different records would look like duplicates; use T"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    END-IF.

*>------------------------------------------------
226-Check-Mask-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
227-Check-Layout-Version.
*>------------------------------------------------
*> The row's version columns against the vendor's
*> earlier rows.  Blank dates are open-ended, so a
*> range is compared with LOW-VALUES/HIGH-VALUES in
*> their place; a bad or backward range leaves the row
*> never in force and out of the overlap test.  Overlap only
*> matters between rows neither of which names a
*> header tag column - a tagged file is never picked
*> by date.
*>------------------------------------------------
    MOVE ZERO TO WS-Ca-Lay-Tag-Key.
    IF  VL-Tag-Col IS NUMERIC
        MOVE VL-Tag-Col TO WS-Ca-Lay-Tag-Key
    END-IF.

    MOVE "Y" TO WS-Ca-Valid-Sw.
    IF  VL-Eff-From NOT = SPACE
        MOVE VL-Eff-From TO WS-Ca-Date
        PERFORM 730-Check-Date
    END-IF.
    IF  WS-Ca-Valid
    AND VL-Eff-To NOT = SPACE
        MOVE VL-Eff-To TO WS-Ca-Date
        PERFORM 730-Check-Date
    END-IF.

    MOVE LOW-VALUES  TO WS-Ca-Lay-From-Key.
    MOVE HIGH-VALUES TO WS-Ca-Lay-To-Key.
    IF  VL-Eff-From NOT = SPACE
        MOVE VL-Eff-From TO WS-Ca-Lay-From-Key
    END-IF.
    IF  VL-Eff-To NOT = SPACE
        MOVE VL-Eff-To TO WS-Ca-Lay-To-Key
    END-IF.

    EVALUATE TRUE
        WHEN NOT WS-Ca-Valid
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "in-force range " DELIMITED BY SIZE
                   VL-Eff-From DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   VL-Eff-To DELIMITED BY SIZE
                   " is not YYYYMMDD - the version is never in force"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
            MOVE HIGH-VALUES TO WS-Ca-Lay-From-Key
            MOVE LOW-VALUES  TO WS-Ca-Lay-To-Key
        WHEN WS-Ca-Lay-From-Key > WS-Ca-Lay-To-Key
            SET WS-Ca-Hard TO TRUE
            MOVE "in force from a date after its end - the version is never in force"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
            MOVE HIGH-VALUES TO WS-Ca-Lay-From-Key
            MOVE LOW-VALUES  TO WS-Ca-Lay-To-Key
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    MOVE "N" TO WS-Ca-Found-Sw
                WS-Ca-Lay-Dup-Sw.
    IF  WS-Ca-Lay-Count > ZERO
        PERFORM 2271-Match-Layout-Version
          VARYING WS-Ca-Lay-Idx FROM 1 BY 1
            UNTIL WS-Ca-Lay-Idx > WS-Ca-Lay-Count
               OR WS-Ca-Found
    END-IF.
    MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit.

    EVALUATE TRUE
        WHEN WS-Ca-Lay-Dup-Version
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "vendor " DELIMITED BY SIZE
                   FUNCTION TRIM(VL-Vendor-Code) DELIMITED BY SIZE
                   " repeats line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   "'s version - the first row wins, this one is never used"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN WS-Ca-Found
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "vendor " DELIMITED BY SIZE
                   FUNCTION TRIM(VL-Vendor-Code) DELIMITED BY SIZE
                   " is in force alongside line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   " - the first row wins on the shared dates"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
2271-Match-Layout-Version.
*>------------------------------------------------
*> The same tag twice (a blank tag counts only when
*> both rows are also picked by date), else two
*> untagged rows sharing a day in force.
*>------------------------------------------------
    IF  WS-Ca-Lay-Vendor(WS-Ca-Lay-Idx) = VL-Vendor-Code
        EVALUATE TRUE
            WHEN VL-Version NOT = SPACE
             AND WS-Ca-Lay-Version(WS-Ca-Lay-Idx)
                   = FUNCTION UPPER-CASE(VL-Version)
                MOVE "Y" TO WS-Ca-Found-Sw
                            WS-Ca-Lay-Dup-Sw
                MOVE WS-Ca-Lay-Line(WS-Ca-Lay-Idx)
                  TO WS-Ca-Found-Line
            WHEN WS-Ca-Lay-Tag-Key = ZERO
             AND WS-Ca-Lay-Tag-Col(WS-Ca-Lay-Idx) = ZERO
             AND WS-Ca-Lay-From-Key
                   NOT > WS-Ca-Lay-To(WS-Ca-Lay-Idx)
             AND WS-Ca-Lay-To-Key
                   NOT < WS-Ca-Lay-From(WS-Ca-Lay-Idx)
                MOVE "Y" TO WS-Ca-Found-Sw
                MOVE WS-Ca-Lay-Line(WS-Ca-Lay-Idx)
                  TO WS-Ca-Found-Line
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
228-Check-Fixed-Spec.
*>------------------------------------------------
*> A fixed-width row: every column up to the column
*> count needs a slice inside the 512-byte record no
*> wider than the 80 bytes a value holds, with no more
*> implied decimals than digits; a record-type length
*> needs a start, and a control-record row needs the
*> trailer's count slice (and its amount slice when
*> the row names an amount column).
*>------------------------------------------------
    IF  VL-Rt-Start      IS NOT NUMERIC
    OR  VL-Rt-Len        IS NOT NUMERIC
    OR  VL-Trl-Cnt-Start IS NOT NUMERIC
    OR  VL-Trl-Cnt-Len   IS NOT NUMERIC
    OR  VL-Trl-Amt-Start IS NOT NUMERIC
    OR  VL-Trl-Amt-Len   IS NOT NUMERIC
        SET WS-Ca-Hard TO TRUE
        MOVE "fixed-width row with no usable positions - record type and trailer slices must be digits"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        IF  VL-Rt-Len > ZERO
        AND VL-Rt-Start = ZERO
            SET WS-Ca-Hard TO TRUE
            MOVE "record-type length given with no start position - every row reads as untyped"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
        IF  VL-Rt-Len > ZERO
        AND VL-Rt-Header  = SPACE
        AND VL-Rt-Detail  = SPACE
        AND VL-Rt-Trailer = SPACE
            SET WS-Ca-Warn TO TRUE
            MOVE "record-type position with no codes - every row is taken as a detail"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
        IF  VL-Ctl-Sw = "Y"
        AND (VL-Trl-Cnt-Start = ZERO OR VL-Trl-Cnt-Len = ZERO)
            SET WS-Ca-Hard TO TRUE
            MOVE "control-record row with no trailer count position - every file fails CTLCNT"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
        IF  VL-Ctl-Sw = "Y"
        AND VL-Amt-Col IS NUMERIC
        AND VL-Amt-Col > ZERO
        AND (VL-Trl-Amt-Start = ZERO OR VL-Trl-Amt-Len = ZERO)
            SET WS-Ca-Hard TO TRUE
            MOVE "control-record row with no trailer amount position - every file fails CTLAMT"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
        IF  VL-Trl-Cnt-Start + VL-Trl-Cnt-Len - 1 > 512
        OR  VL-Trl-Amt-Start + VL-Trl-Amt-Len - 1 > 512
        OR  VL-Trl-Cnt-Len > 18
        OR  VL-Trl-Amt-Len > 18
            SET WS-Ca-Hard TO TRUE
            MOVE "trailer slice runs past position 512 or is wider than 18 digits"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

    IF  WS-Ca-Num > ZERO
        PERFORM 2281-Check-One-Position
          VARYING WS-Ca-Num-3 FROM 1 BY 1
            UNTIL WS-Ca-Num-3 > WS-Ca-Num
    END-IF.

*>------------------------------------------------
2281-Check-One-Position.
*>------------------------------------------------
    MOVE WS-Ca-Num-3 TO WS-Ca-Num-Edit.
    MOVE SPACE TO WS-Ca-Text.

    EVALUATE TRUE
        WHEN VL-Pos-Start(WS-Ca-Num-3) IS NOT NUMERIC
          OR VL-Pos-Len(WS-Ca-Num-3)   IS NOT NUMERIC
          OR VL-Pos-Dec(WS-Ca-Num-3)   IS NOT NUMERIC
          OR VL-Pos-Start(WS-Ca-Num-3) = ZERO
          OR VL-Pos-Len(WS-Ca-Num-3)   = ZERO
            SET WS-Ca-Hard TO TRUE
            STRING "column " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                   " has no start/length - it always reads blank"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
        WHEN VL-Pos-Len(WS-Ca-Num-3) > 80
            SET WS-Ca-Hard TO TRUE
            STRING "column " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                   " is wider than the 80 bytes a value holds"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
        WHEN VL-Pos-Dec(WS-Ca-Num-3) > VL-Pos-Len(WS-Ca-Num-3)
            SET WS-Ca-Hard TO TRUE
            STRING "column " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                   " has more implied decimals than digits"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
        WHEN OTHER
            COMPUTE WS-Ca-Pos-End = VL-Pos-Start(WS-Ca-Num-3)
                                  + VL-Pos-Len(WS-Ca-Num-3) - 1
            IF  WS-Ca-Pos-End > 512
                SET WS-Ca-Hard TO TRUE
                STRING "column " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                       " runs past position 512 of the record"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
            END-IF
    END-EVALUATE.

    IF  WS-Ca-Text NOT = SPACE
        PERFORM 800-Write-Finding
    END-IF.

*>------------------------------------------------
230-Audit-GL-Map.
*>------------------------------------------------
*> Rows are tried top to bottom, first match wins, in
*> PGM39 and PGM43 - so besides dead references, a row
*> under a catch-all for the same vendor and company
*> is never reached.
*>------------------------------------------------
    MOVE "gl-account-map.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-GL-Map-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/gl-account-map.cfg" DELIMITED BY SIZE
      INTO WS-GL-Map-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-GLM.
    OPEN INPUT GL-Map-File.
    MOVE WS-StatusGLM TO WS-STATUS.
    IF  WS-StatusGLM = "00"
        PERFORM 231-Read-GL-Map-Row
          UNTIL GL-Map-EOF
        CLOSE GL-Map-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
231-Read-GL-Map-Row.
*>------------------------------------------------
    READ GL-Map-File
        AT END
            MOVE "Y" TO WS-EOF-GLM
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  GL-Map-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 232-Check-GL-Map-Row
            END-IF
    END-READ.

*>------------------------------------------------
232-Check-GL-Map-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Glm-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the account map holds 200 rows - this row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN GM-Vendor-Code = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "no vendor code - row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN GM-Debit-Acct = SPACE
        OR   GM-Credit-Acct = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "debit and credit accounts are both required - row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN OTHER
            PERFORM 233-Check-GL-Map-Refs
    END-EVALUATE.

*>------------------------------------------------
233-Check-GL-Map-Refs.
*>------------------------------------------------
    MOVE GM-Vendor-Code TO WS-Ca-Search-Code.
    PERFORM 605-Check-Vendor-Produced.

    IF  GM-Company NOT = SPACE
        MOVE GM-Company TO WS-Ca-Search-Code
        PERFORM 615-Check-Company-Ref
    END-IF.

    IF  GM-Debit-Acct = GM-Credit-Acct
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "debits and credits the same account " DELIMITED BY SIZE
               FUNCTION TRIM(GM-Debit-Acct) DELIMITED BY SIZE
               " - the posting nets to nothing" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    MOVE "N" TO WS-Ca-Catch-All-Sw.
    IF  GM-Col NOT NUMERIC
        MOVE "Y" TO WS-Ca-Catch-All-Sw
        SET WS-Ca-Warn TO TRUE
        MOVE "column is not numeric - the row acts as the vendor's catch-all"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        IF  GM-Col = ZERO
        OR  FUNCTION TRIM(GM-Value) = "*"
            MOVE "Y" TO WS-Ca-Catch-All-Sw
        ELSE
            MOVE GM-Vendor-Code TO WS-Ca-Search-Code
            PERFORM 620-Find-Layout
            IF  WS-Ca-Found
            AND WS-Ca-Found-Cols > ZERO
            AND GM-Col > WS-Ca-Found-Cols
                MOVE GM-Col           TO WS-Ca-Num-Edit
                MOVE WS-Ca-Found-Cols TO WS-Ca-Line-Ref-Edit
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "column " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                       " is beyond vendor " DELIMITED BY SIZE
                       FUNCTION TRIM(GM-Vendor-Code) DELIMITED BY SIZE
                       "'s " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                       " layout columns - row never matches"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        END-IF
    END-IF.

    MOVE "N" TO WS-Ca-Found-Sw.
    IF  WS-Ca-Glc-Count > ZERO
        PERFORM 234-Check-Below-Catch-All
          VARYING WS-Ca-Glc-Idx FROM 1 BY 1
            UNTIL WS-Ca-Glc-Idx > WS-Ca-Glc-Count
               OR WS-Ca-Found
    END-IF.
    IF  WS-Ca-Found
        MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "never reached - the catch-all at line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
               " takes every " DELIMITED BY SIZE
               FUNCTION TRIM(GM-Vendor-Code) DELIMITED BY SIZE
               " posting first" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  WS-Ca-Catch-All
    AND WS-Ca-Glc-Count < 200
        ADD 1 TO WS-Ca-Glc-Count
        SET WS-Ca-Glc-Idx TO WS-Ca-Glc-Count
        MOVE GM-Vendor-Code TO WS-Ca-Glc-Vendor(WS-Ca-Glc-Idx)
        MOVE GM-Company     TO WS-Ca-Glc-Company(WS-Ca-Glc-Idx)
        MOVE WS-Ca-Line-No  TO WS-Ca-Glc-Line(WS-Ca-Glc-Idx)
    END-IF.

*>------------------------------------------------
234-Check-Below-Catch-All.
*>------------------------------------------------
*> An earlier catch-all shadows this row when it is
*> for the same vendor and either every company or
*> this row's company.
*>------------------------------------------------
    IF  WS-Ca-Glc-Vendor(WS-Ca-Glc-Idx) = GM-Vendor-Code
    AND (WS-Ca-Glc-Company(WS-Ca-Glc-Idx) = SPACE
      OR WS-Ca-Glc-Company(WS-Ca-Glc-Idx) = GM-Company)
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Glc-Line(WS-Ca-Glc-Idx) TO WS-Ca-Found-Line
    END-IF.

*>------------------------------------------------
240-Audit-Expected.
*>------------------------------------------------
*> The base expected-arrivals schedule PGM01 checks in
*> every company's pass (company trees are audited in
*> 300-Audit-Company-Trees).
*>------------------------------------------------
    MOVE "expected-arrivals.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Expect-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/expected-arrivals.cfg" DELIMITED BY SIZE
      INTO WS-Expect-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-EXP.
    OPEN INPUT Expect-Table-File.
    MOVE WS-StatusEXP TO WS-STATUS.
    IF  WS-StatusEXP = "00"
        PERFORM 241-Read-Expected-Row
          UNTIL Expect-Table-EOF
        CLOSE Expect-Table-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
241-Read-Expected-Row.
*>------------------------------------------------
    READ Expect-Table-File
        AT END
            MOVE "Y" TO WS-EOF-EXP
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  EA-Pattern NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 242-Check-Expected-Row
            END-IF
    END-READ.

*>------------------------------------------------
242-Check-Expected-Row.
*>------------------------------------------------
    IF  WS-Ca-Rows > WS-Ca-Exp-Limit
        SET WS-Ca-Hard TO TRUE
        MOVE "the schedule holds 20 rows - this row is never loaded"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        MOVE FUNCTION UPPER-CASE(EA-Pattern) TO WS-Ca-Pattern
        PERFORM 700-Check-Pattern-Form

*>      the vendor only labels the row (scorecard and
*>      alert text) - the pattern does the matching.
        IF  EA-Vendor NOT = SPACE
            MOVE EA-Vendor TO WS-Ca-Search-Code
            PERFORM 600-Find-Vendor
            IF  NOT WS-Ca-Found
                SET WS-Ca-Warn TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "vendor " DELIMITED BY SIZE
                       FUNCTION TRIM(EA-Vendor) DELIMITED BY SIZE
                       " is produced by no vendor pattern - the scorecard never credits it"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        END-IF

        MOVE EA-Freq TO WS-Ca-Freq
        MOVE EA-Day  TO WS-Ca-Day
        MOVE "N" TO WS-Ca-Freq-L-Sw
        PERFORM 720-Check-Freq-Day

        MOVE EA-Cutoff TO WS-Ca-HHMM
        PERFORM 710-Check-HHMM
        IF  NOT WS-Ca-Valid
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "cutoff '" DELIMITED BY SIZE
                   EA-Cutoff DELIMITED BY SIZE
                   "' is not an HHMM time - the feed is never missed"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
245-Audit-Decrypt-Keys.
*>------------------------------------------------
    MOVE "decrypt-keys.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Decrypt-Key-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/decrypt-keys.cfg" DELIMITED BY SIZE
      INTO WS-Decrypt-Key-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-DKY.
    OPEN INPUT Decrypt-Key-File.
    MOVE WS-StatusDKY TO WS-STATUS.
    IF  WS-StatusDKY = "00"
        PERFORM 246-Read-Decrypt-Key-Row
          UNTIL Decrypt-Key-EOF
        CLOSE Decrypt-Key-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
246-Read-Decrypt-Key-Row.
*>------------------------------------------------
    READ Decrypt-Key-File
        AT END
            MOVE "Y" TO WS-EOF-DKY
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  DK-Vendor-Code NOT = SPACE
            OR  DK-Command NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN WS-Ca-Rows > WS-Ca-Dky-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the key table holds 20 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN DK-Vendor-Code = SPACE
                    OR   DK-Command = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "a key row needs both a vendor code and a command - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        MOVE DK-Vendor-Code TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
247-Audit-Recipient-Keys.
*>------------------------------------------------
*> The outbound encryption table PGM01, PGM39 and
*> PGM50 seal by - a required recipient with no key
*> or no hook will have every send blocked.
*>------------------------------------------------
    MOVE "recipient-keys.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Recipient-Key-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/recipient-keys.cfg" DELIMITED BY SIZE
      INTO WS-Recipient-Key-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-RKY.
    OPEN INPUT Recipient-Key-File.
    MOVE WS-StatusRKY TO WS-STATUS.
    IF  WS-StatusRKY = "00"
        PERFORM 248-Read-Recipient-Key-Row
          UNTIL Recipient-Key-EOF
        CLOSE Recipient-Key-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
248-Read-Recipient-Key-Row.
*>------------------------------------------------
    READ Recipient-Key-File
        AT END
            MOVE "Y" TO WS-EOF-RKY
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Recipient-Key-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN WS-Ca-Rows > WS-Ca-Rky-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the recipient table holds 40 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN RK-Recipient = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "no recipient code - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN FUNCTION UPPER-CASE(RK-Mode) NOT = "R"
                     AND FUNCTION UPPER-CASE(RK-Mode) NOT = "O"
                        SET WS-Ca-Hard TO TRUE
                        MOVE "mode must be R (required) or O (optional) - treated as optional"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN RK-Key-Id = SPACE
                    OR   RK-Command = SPACE
                        SET WS-Ca-Warn TO TRUE
                        IF  FUNCTION UPPER-CASE(RK-Mode) = "R"
                            MOVE "required recipient with no usable key - every send is blocked"
                              TO WS-Ca-Text
                        ELSE
                            MOVE "optional recipient with no usable key - sent in clear"
                              TO WS-Ca-Text
                        END-IF
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
249-Audit-Value-Gates.
*>------------------------------------------------
*> PGM15's value-threshold table - a zero limit parks
*> every file it governs, and a row past the table size
*> is never loaded, so the gate it meant is missing.
*>------------------------------------------------
    MOVE "value-thresholds.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Value-Gate-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/value-thresholds.cfg" DELIMITED BY SIZE
      INTO WS-Value-Gate-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-VGT.
    OPEN INPUT Value-Gate-File.
    MOVE WS-StatusVGT TO WS-STATUS.
    IF  WS-StatusVGT = "00"
        PERFORM 2491-Read-Value-Gate-Row
          UNTIL Value-Gate-EOF
        CLOSE Value-Gate-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
2491-Read-Value-Gate-Row.
*>------------------------------------------------
    READ Value-Gate-File
        AT END
            MOVE "Y" TO WS-EOF-VGT
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Value-Gate-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN WS-Ca-Rows > WS-Ca-Vgt-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the threshold table holds 40 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN VG-Limit NOT NUMERIC
                        SET WS-Ca-Hard TO TRUE
                        MOVE "limit is not a number - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN VG-Limit = ZERO
                        SET WS-Ca-Warn TO TRUE
                        MOVE "zero limit - every file this row governs waits for release"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN VG-Vendor-Code NOT = SPACE
                        MOVE VG-Vendor-Code TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
250-Audit-Fetch-Profile.
*>------------------------------------------------
*> PGM17's pull schedule - the vendor code labels the
*> pull; what lands is profiled by the patterns.
*>------------------------------------------------
    MOVE "fetch-profile.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Fetch-Profile-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/fetch-profile.cfg" DELIMITED BY SIZE
      INTO WS-Fetch-Profile-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-FPR.
    OPEN INPUT Fetch-Profile-File.
    MOVE WS-StatusFPR TO WS-STATUS.
    IF  WS-StatusFPR = "00"
        PERFORM 251-Read-Fetch-Row
          UNTIL Fetch-Profile-EOF
        CLOSE Fetch-Profile-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
251-Read-Fetch-Row.
*>------------------------------------------------
    READ Fetch-Profile-File
        AT END
            MOVE "Y" TO WS-EOF-FPR
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  FP-Vendor-Code NOT = SPACE
            OR  FP-Command NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 252-Check-Fetch-Row
            END-IF
    END-READ.

*>------------------------------------------------
252-Check-Fetch-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Fpr-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the fetch table holds 20 rows - this row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN FP-Vendor-Code = SPACE
        OR   FP-Command = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "a fetch row needs both a vendor code and a command - row is ignored"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN OTHER
            MOVE FP-Vendor-Code TO WS-Ca-Search-Code
            PERFORM 600-Find-Vendor
            IF  NOT WS-Ca-Found
                SET WS-Ca-Warn TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "vendor " DELIMITED BY SIZE
                       FUNCTION TRIM(FP-Vendor-Code) DELIMITED BY SIZE
                       " is produced by no vendor pattern - pulled files land unprofiled"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF

            MOVE FP-Freq TO WS-Ca-Freq
            MOVE FP-Day  TO WS-Ca-Day
            MOVE "N" TO WS-Ca-Freq-L-Sw
            PERFORM 720-Check-Freq-Day
    END-EVALUATE.

*>------------------------------------------------
255-Audit-Turnaround.
*>------------------------------------------------
    MOVE "turnaround-targets.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Turnaround-Tgt-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/turnaround-targets.cfg" DELIMITED BY SIZE
      INTO WS-Turnaround-Tgt-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-TAT.
    OPEN INPUT Turnaround-Tgt-File.
    MOVE WS-StatusTAT TO WS-STATUS.
    IF  WS-StatusTAT = "00"
        PERFORM 256-Read-Turnaround-Row
          UNTIL Turnaround-Tgt-EOF
        CLOSE Turnaround-Tgt-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
256-Read-Turnaround-Row.
*>------------------------------------------------
    READ Turnaround-Tgt-File
        AT END
            MOVE "Y" TO WS-EOF-TAT
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  TT-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                IF  WS-Ca-Rows > WS-Ca-Tat-Limit
                    SET WS-Ca-Hard TO TRUE
                    MOVE "the target table holds 20 rows - this row is never loaded"
                      TO WS-Ca-Text
                    PERFORM 800-Write-Finding
                ELSE
                    MOVE TT-Vendor-Code TO WS-Ca-Search-Code
                    PERFORM 605-Check-Vendor-Produced
                    IF  TT-Minutes NOT NUMERIC
                    OR  TT-Minutes = ZERO
                        SET WS-Ca-Hard TO TRUE
                        MOVE "target minutes must be a number above zero"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
260-Audit-Job-Chain.
*>------------------------------------------------
*> PGM00B CALLs every step by name with the standard
*> linkage - a name that is not a batch program stops
*> the chain at that step.  This audit itself always
*> runs first and takes no slot of the 15 left.
*>------------------------------------------------
    MOVE "job-chain.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Job-Chain-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/job-chain.cfg" DELIMITED BY SIZE
      INTO WS-Job-Chain-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows
                 WS-Ca-Jc-Last-Seq
                 WS-Ca-Jc-Steps
                 WS-Ca-Jc-Audit-Rows.
    MOVE 1    TO WS-Ca-Jc-Seen-Count.
    MOVE "00" TO WS-Ca-Jc-Seen-Seq(1).
    MOVE "N" TO WS-EOF-JCC.
    OPEN INPUT Job-Chain-File.
    MOVE WS-StatusJCC TO WS-STATUS.
    IF  WS-StatusJCC = "00"
        PERFORM 261-Read-Chain-Row
          UNTIL Job-Chain-Cfg-EOF
        CLOSE Job-Chain-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
261-Read-Chain-Row.
*>------------------------------------------------
    READ Job-Chain-File
        AT END
            MOVE "Y" TO WS-EOF-JCC
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  JC-Program NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 262-Check-Chain-Row
            END-IF
    END-READ.

*>------------------------------------------------
262-Check-Chain-Row.
*>------------------------------------------------
    IF  JC-Seq NOT NUMERIC
        SET WS-Ca-Hard TO TRUE
        MOVE "step number is not numeric - resume cannot place this step"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        IF  WS-Ca-Rows > 1
        AND JC-Seq NOT > WS-Ca-Jc-Last-Seq
            SET WS-Ca-Warn TO TRUE
            MOVE "step numbers do not ascend - the chain runs in file order regardless"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
        MOVE JC-Seq TO WS-Ca-Jc-Last-Seq
    END-IF.

    IF  JC-Cont-On-Warn NOT = "Y" AND JC-Cont-On-Warn NOT = "N"
    AND JC-Cont-On-Warn NOT = SPACE
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "continue-on-warning flag '" DELIMITED BY SIZE
               JC-Cont-On-Warn DELIMITED BY SIZE
               "' is neither Y nor N - a warning stops the chain"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  JC-Skip NOT = "Y" AND JC-Skip NOT = "N"
    AND JC-Skip NOT = SPACE
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "skip flag '" DELIMITED BY SIZE
               JC-Skip DELIMITED BY SIZE
               "' is neither Y nor N - the step runs" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  FUNCTION TRIM(JC-Program) = WS-Pgm-ID
        ADD 1 TO WS-Ca-Jc-Audit-Rows
        IF  WS-Ca-Jc-Audit-Rows > 1
            SET WS-Ca-Warn TO TRUE
            MOVE "the audit is named again - only its first row's flags apply"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF
    ELSE
        PERFORM 264-Check-One-Predecessor
          VARYING WS-Ca-Jc-Pred-K FROM 1 BY 1
            UNTIL WS-Ca-Jc-Pred-K > 4

        ADD 1 TO WS-Ca-Jc-Steps
        IF  WS-Ca-Jc-Steps > WS-Ca-Jc-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the chain holds 15 steps after the audit - this step is dropped"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        MOVE JC-Program TO WS-Ca-Search-Code
        PERFORM 630-Find-Program
        IF  NOT WS-Ca-Found
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING FUNCTION TRIM(JC-Program) DELIMITED BY SIZE
                   " is not a batch program - the CALL fails and stops the chain"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF

        MOVE "N" TO WS-Ca-Found-Sw
        IF  WS-Ca-Jc-Count > ZERO
            PERFORM 263-Match-One-Chain-Step
              VARYING WS-Ca-Jc-Idx FROM 1 BY 1
                UNTIL WS-Ca-Jc-Idx > WS-Ca-Jc-Count
                   OR WS-Ca-Found
        END-IF
        IF  WS-Ca-Found
            MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING FUNCTION TRIM(JC-Program) DELIMITED BY SIZE
                   " already runs at line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   " - it will run twice" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        ELSE
            IF  WS-Ca-Jc-Count < 60
                ADD 1 TO WS-Ca-Jc-Count
                SET WS-Ca-Jc-Idx TO WS-Ca-Jc-Count
                MOVE JC-Program    TO WS-Ca-Jc-Program(WS-Ca-Jc-Idx)
                MOVE WS-Ca-Line-No TO WS-Ca-Jc-Line(WS-Ca-Jc-Idx)
            END-IF
        END-IF
    END-IF.

    IF  WS-Ca-Jc-Seen-Count < 60
        ADD 1 TO WS-Ca-Jc-Seen-Count
        MOVE JC-Seq TO WS-Ca-Jc-Seen-Seq(WS-Ca-Jc-Seen-Count)
    END-IF.

*>------------------------------------------------
263-Match-One-Chain-Step.
*>------------------------------------------------
    IF  WS-Ca-Jc-Program(WS-Ca-Jc-Idx) = JC-Program
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Jc-Line(WS-Ca-Jc-Idx) TO WS-Ca-Found-Line
    END-IF.

*>------------------------------------------------
264-Check-One-Predecessor.
*>------------------------------------------------
*> PGM00B resolves a predecessor only among the steps
*> above the row - anything else leaves the step BLKD
*> every night.
*>------------------------------------------------
    IF  JC-After-Seq(WS-Ca-Jc-Pred-K) NOT = SPACE
        IF  JC-After-Seq(WS-Ca-Jc-Pred-K) NOT NUMERIC
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "predecessor '" DELIMITED BY SIZE
                   JC-After-Seq(WS-Ca-Jc-Pred-K) DELIMITED BY SIZE
                   "' is not a step number - the step never runs"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        ELSE
            MOVE "N" TO WS-Ca-Found-Sw
            PERFORM 2641-Match-Seen-Seq
              VARYING WS-Ca-Jc-Seen-Idx FROM 1 BY 1
                UNTIL WS-Ca-Jc-Seen-Idx > WS-Ca-Jc-Seen-Count
                   OR WS-Ca-Found
            IF  NOT WS-Ca-Found
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "predecessor " DELIMITED BY SIZE
                       JC-After-Seq(WS-Ca-Jc-Pred-K) DELIMITED BY SIZE
                       " is not a step listed above - the step never runs"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
2641-Match-Seen-Seq.
*>------------------------------------------------
    IF  WS-Ca-Jc-Seen-Seq(WS-Ca-Jc-Seen-Idx)
          = JC-After-Seq(WS-Ca-Jc-Pred-K)
        MOVE "Y" TO WS-Ca-Found-Sw
    END-IF.

*>------------------------------------------------
265-Audit-Schedule.
*>------------------------------------------------
*> PGM33's calendar - CHAIN fires ./pgm00b, anything
*> else is CALLed as a program the same way the chain
*> does.
*>------------------------------------------------
    MOVE "schedule.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Schedule-Tbl-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/schedule.cfg" DELIMITED BY SIZE
      INTO WS-Schedule-Tbl-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-SCT.
    OPEN INPUT Schedule-Tbl-File.
    MOVE WS-StatusSCT TO WS-STATUS.
    IF  WS-StatusSCT = "00"
        PERFORM 266-Read-Schedule-Row
          UNTIL Schedule-Tbl-EOF
        CLOSE Schedule-Tbl-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
266-Read-Schedule-Row.
*>------------------------------------------------
    READ Schedule-Tbl-File
        AT END
            MOVE "Y" TO WS-EOF-SCT
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  SC-Name NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 267-Check-Schedule-Row
            END-IF
    END-READ.

*>------------------------------------------------
267-Check-Schedule-Row.
*>------------------------------------------------
    IF  WS-Ca-Rows > WS-Ca-Sch-Limit
        SET WS-Ca-Hard TO TRUE
        MOVE "the schedule holds 20 rows - this row is never loaded"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        IF  FUNCTION TRIM(SC-Name) NOT = "CHAIN"
            MOVE SC-Name TO WS-Ca-Search-Code
            PERFORM 630-Find-Program
            IF  NOT WS-Ca-Found
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING FUNCTION TRIM(SC-Name) DELIMITED BY SIZE
                       " is neither CHAIN nor a batch program - it fails every time it is due"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        END-IF

        MOVE SC-Freq TO WS-Ca-Freq
        MOVE SC-Day  TO WS-Ca-Day
        MOVE "Y" TO WS-Ca-Freq-L-Sw
        PERFORM 720-Check-Freq-Day

        MOVE SC-Window-From TO WS-Ca-HHMM
        PERFORM 710-Check-HHMM
        IF  WS-Ca-Valid
            MOVE SC-Window-To TO WS-Ca-HHMM
            PERFORM 710-Check-HHMM
        END-IF
        IF  NOT WS-Ca-Valid
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "window " DELIMITED BY SIZE
                   SC-Window-From DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SC-Window-To DELIMITED BY SIZE
                   " is not a pair of HHMM times" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
270-Audit-Event-Codes.
*>------------------------------------------------
    MOVE "event-codes.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Event-Code-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/event-codes.cfg" DELIMITED BY SIZE
      INTO WS-Event-Code-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-EVC.
    OPEN INPUT Event-Code-File.
    MOVE WS-StatusEVC TO WS-STATUS.
    IF  WS-StatusEVC = "00"
        PERFORM 271-Read-Event-Code-Row
          UNTIL Event-Code-EOF
        CLOSE Event-Code-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
271-Read-Event-Code-Row.
*>------------------------------------------------
    READ Event-Code-File
        AT END
            MOVE "Y" TO WS-EOF-EVC
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Event-Code-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 272-Check-Event-Code-Row
            END-IF
    END-READ.

*>------------------------------------------------
272-Check-Event-Code-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Evc-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the registry holds 50 rows - this row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN EC-Code NOT NUMERIC
        OR   EC-Code = ZERO
            SET WS-Ca-Hard TO TRUE
            MOVE "event code is not a nonzero number - row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN OTHER
            MOVE "N" TO WS-Ca-Found-Sw
            IF  WS-Ca-Evc-Count > ZERO
                PERFORM 273-Match-One-Event-Code
                  VARYING WS-Ca-Evc-Idx FROM 1 BY 1
                    UNTIL WS-Ca-Evc-Idx > WS-Ca-Evc-Count
                       OR WS-Ca-Found
            END-IF
            IF  WS-Ca-Found
                MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
                SET WS-Ca-Warn TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "code " DELIMITED BY SIZE
                       EC-Code DELIMITED BY SIZE
                       " repeats line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                       " - the first row wins" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            ELSE
                IF  WS-Ca-Evc-Count < 200
                    ADD 1 TO WS-Ca-Evc-Count
                    SET WS-Ca-Evc-Idx TO WS-Ca-Evc-Count
                    MOVE EC-Code       TO WS-Ca-Evc-Code(WS-Ca-Evc-Idx)
                    MOVE WS-Ca-Line-No TO WS-Ca-Evc-Line(WS-Ca-Evc-Idx)
                END-IF
            END-IF

            IF  EC-Severity NOT = "I" AND EC-Severity NOT = "W"
            AND EC-Severity NOT = "E" AND EC-Severity NOT = SPACE
                SET WS-Ca-Warn TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "severity override '" DELIMITED BY SIZE
                       EC-Severity DELIMITED BY SIZE
                       "' is not I, W or E" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF

            IF  (EC-Alertable NOT = "Y" AND EC-Alertable NOT = "N"
             AND EC-Alertable NOT = SPACE)
            OR  (EC-Suppress NOT = "Y" AND EC-Suppress NOT = "N"
             AND EC-Suppress NOT = SPACE)
                SET WS-Ca-Warn TO TRUE
                MOVE "alertable and suppress flags must be Y or N - read as N"
                  TO WS-Ca-Text
                PERFORM 800-Write-Finding
            END-IF
    END-EVALUATE.

*>------------------------------------------------
273-Match-One-Event-Code.
*>------------------------------------------------
    IF  WS-Ca-Evc-Code(WS-Ca-Evc-Idx) = EC-Code
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Evc-Line(WS-Ca-Evc-Idx) TO WS-Ca-Found-Line
    END-IF.

*>------------------------------------------------
275-Audit-Dir-Table.
*>------------------------------------------------
    MOVE "dir-table.cfg" TO WS-Ca-Cur-File.

    PERFORM 2751-Clear-Dir-Slot
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > 20.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-DTB.
    OPEN INPUT Dir-Table-File.
    MOVE WS-StatusDTB TO WS-STATUS.
    IF  WS-StatusDTB = "00"
        PERFORM 276-Read-Dir-Row
          UNTIL Dir-Table-EOF
        CLOSE Dir-Table-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
2751-Clear-Dir-Slot.
*>------------------------------------------------
    MOVE ZERO TO WS-Ca-Dir-Line(TBL-Index).

*>------------------------------------------------
276-Read-Dir-Row.
*>------------------------------------------------
    READ Dir-Table-File
        AT END
            MOVE "Y" TO WS-EOF-DTB
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Dir-Table-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 277-Check-Dir-Row
            END-IF
    END-READ.

*>------------------------------------------------
277-Check-Dir-Row.
*>------------------------------------------------
    IF  DT-Index NOT NUMERIC
    OR  DT-Index < 1
    OR  DT-Index > TBL-Nbr-Elements
        SET WS-Ca-Hard TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "folder slot '" DELIMITED BY SIZE
               DT-Index DELIMITED BY SIZE
               "' does not exist - row is ignored" DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    ELSE
        IF  WS-Ca-Dir-Line(DT-Index) > ZERO
            MOVE WS-Ca-Dir-Line(DT-Index) TO WS-Ca-Line-Ref-Edit
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "slot " DELIMITED BY SIZE
                   DT-Index DELIMITED BY SIZE
                   " repeats line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   " - the later row wins" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
        MOVE WS-Ca-Line-No TO WS-Ca-Dir-Line(DT-Index)

        IF  DT-Suffix = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "empty folder name - every path in the slot collapses onto the root"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        END-IF

        IF  DT-Enabled NOT = "Y" AND DT-Enabled NOT = "N"
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "enabled flag '" DELIMITED BY SIZE
                   DT-Enabled DELIMITED BY SIZE
                   "' is neither Y nor N" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
280-Audit-Hold-List.
*>------------------------------------------------
    MOVE "hold-list.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Hold-List-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/hold-list.cfg" DELIMITED BY SIZE
      INTO WS-Hold-List-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-HLD.
    OPEN INPUT Hold-List-File.
    MOVE WS-StatusHLD TO WS-STATUS.
    IF  WS-StatusHLD = "00"
        PERFORM 281-Read-Hold-Row
          UNTIL Hold-List-EOF
        CLOSE Hold-List-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
281-Read-Hold-Row.
*>------------------------------------------------
    READ Hold-List-File
        AT END
            MOVE "Y" TO WS-EOF-HLD
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  HL-Pattern NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                IF  WS-Ca-Rows > WS-Ca-Hld-Limit
                    SET WS-Ca-Hard TO TRUE
                    MOVE "the hold list holds 30 rows - this hold is never applied"
                      TO WS-Ca-Text
                    PERFORM 800-Write-Finding
                ELSE
                    MOVE FUNCTION UPPER-CASE(HL-Pattern) TO WS-Ca-Pattern
                    PERFORM 700-Check-Pattern-Form
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
283-Audit-Report-Subs.
*>------------------------------------------------
    MOVE "report-subs.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Report-Subs-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/report-subs.cfg" DELIMITED BY SIZE
      INTO WS-Report-Subs-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-RSB.
    OPEN INPUT Report-Subs-File.
    MOVE WS-StatusRSB TO WS-STATUS.
    IF  WS-StatusRSB = "00"
        PERFORM 284-Read-Subs-Row
          UNTIL Report-Subs-EOF
        CLOSE Report-Subs-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
284-Read-Subs-Row.
*>------------------------------------------------
    READ Report-Subs-File
        AT END
            MOVE "Y" TO WS-EOF-RSB
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Report-Subs-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN WS-Ca-Rows > WS-Ca-Rsb-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the subscription table holds 30 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN RS-Pattern = SPACE
                    OR   RS-Recipient = SPACE
                    OR   RS-Command = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "a subscription needs a pattern, a recipient and a command"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        MOVE FUNCTION UPPER-CASE(RS-Pattern) TO WS-Ca-Pattern
                        PERFORM 700-Check-Pattern-Form
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
286-Audit-Recon-Pairs.
*>------------------------------------------------
    MOVE "recon-pairs.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Recon-Pairs-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/recon-pairs.cfg" DELIMITED BY SIZE
      INTO WS-Recon-Pairs-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-RCP.
    OPEN INPUT Recon-Pairs-File.
    MOVE WS-StatusRCP TO WS-STATUS.
    IF  WS-StatusRCP = "00"
        PERFORM 287-Read-Recon-Row
          UNTIL Recon-Pairs-EOF
        CLOSE Recon-Pairs-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
287-Read-Recon-Row.
*>------------------------------------------------
    READ Recon-Pairs-File
        AT END
            MOVE "Y" TO WS-EOF-RCP
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Recon-Pairs-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 288-Check-Recon-Row
            END-IF
    END-READ.

*>------------------------------------------------
288-Check-Recon-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Rcp-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the pair table holds 20 rows - this pair is never reconciled"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN RC-Pattern-A = SPACE
        OR   RC-Pattern-B = SPACE
            SET WS-Ca-Hard TO TRUE
            MOVE "a pair needs both sides' patterns"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN FUNCTION UPPER-CASE(RC-Pattern-A)
           = FUNCTION UPPER-CASE(RC-Pattern-B)
            SET WS-Ca-Hard TO TRUE
            MOVE "both sides carry the same pattern - the pair reconciles a file with itself"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN OTHER
            MOVE FUNCTION UPPER-CASE(RC-Pattern-A) TO WS-Ca-Pattern
            PERFORM 700-Check-Pattern-Form
            MOVE FUNCTION UPPER-CASE(RC-Pattern-B) TO WS-Ca-Pattern
            PERFORM 700-Check-Pattern-Form

            IF  RC-Match-Rule NOT = "C" AND RC-Match-Rule NOT = "A"
            AND RC-Match-Rule NOT = "B"
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "match rule '" DELIMITED BY SIZE
                       RC-Match-Rule DELIMITED BY SIZE
                       "' is not C, A or B - nothing is compared"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF

            MOVE RC-Cutoff TO WS-Ca-HHMM
            PERFORM 710-Check-HHMM
            IF  NOT WS-Ca-Valid
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "cutoff '" DELIMITED BY SIZE
                       RC-Cutoff DELIMITED BY SIZE
                       "' is not an HHMM time" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
    END-EVALUATE.

*>------------------------------------------------
290-Audit-Retention.
*>------------------------------------------------
    MOVE "retention-policy.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Retention-Policy-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/retention-policy.cfg" DELIMITED BY SIZE
      INTO WS-Retention-Policy-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-RPL.
    OPEN INPUT Retention-Policy-File.
    MOVE WS-StatusRPL TO WS-STATUS.
    IF  WS-StatusRPL = "00"
        PERFORM 291-Read-Retention-Row
          UNTIL Retention-Policy-EOF
        CLOSE Retention-Policy-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
291-Read-Retention-Row.
*>------------------------------------------------
    READ Retention-Policy-File
        AT END
            MOVE "Y" TO WS-EOF-RPL
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Retention-Policy-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                PERFORM 292-Check-Retention-Row
            END-IF
    END-READ.

*>------------------------------------------------
292-Check-Retention-Row.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Rows > WS-Ca-Rpl-Limit
            SET WS-Ca-Hard TO TRUE
            MOVE "the policy table holds 12 rows - this row is never loaded"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN RP-Dir-Index NOT NUMERIC
        OR   RP-Dir-Index < 1
        OR   RP-Dir-Index > TBL-Nbr-Elements
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "folder slot '" DELIMITED BY SIZE
                   RP-Dir-Index DELIMITED BY SIZE
                   "' does not exist - the policy is never applied"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN RP-Days NOT NUMERIC
        OR   RP-Days = ZERO
            SET WS-Ca-Hard TO TRUE
            MOVE "retention days must be a number above zero - the policy is never applied"
              TO WS-Ca-Text
            PERFORM 800-Write-Finding
        WHEN RP-Action NOT = "D" AND RP-Action NOT = "A"
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "action '" DELIMITED BY SIZE
                   RP-Action DELIMITED BY SIZE
                   "' is neither D (delete) nor A (archive first)"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
293-Audit-Prio-Limits.
*>------------------------------------------------
    MOVE "priority-limits.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Prio-Limits-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/priority-limits.cfg" DELIMITED BY SIZE
      INTO WS-Prio-Limits-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-PRL.
    OPEN INPUT Prio-Limits-File.
    MOVE WS-StatusPRL TO WS-STATUS.
    IF  WS-StatusPRL = "00"
        PERFORM 294-Read-Prio-Row
          UNTIL Prio-Limits-EOF
        CLOSE Prio-Limits-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
294-Read-Prio-Row.
*>------------------------------------------------
    READ Prio-Limits-File
        AT END
            MOVE "Y" TO WS-EOF-PRL
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Prio-Limits-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                IF  PL-Class NOT = "H" AND PL-Class NOT = "N"
                AND PL-Class NOT = "L"
                    SET WS-Ca-Hard TO TRUE
                    MOVE SPACE TO WS-Ca-Text
                    STRING "class '" DELIMITED BY SIZE
                           PL-Class DELIMITED BY SIZE
                           "' is not H, N or L - the limit is never applied"
                             DELIMITED BY SIZE
                      INTO WS-Ca-Text
                    END-STRING
                    PERFORM 800-Write-Finding
                END-IF
                IF  PL-Max-Mins NOT NUMERIC
                    SET WS-Ca-Hard TO TRUE
                    MOVE "the minutes limit is not numeric"
                      TO WS-Ca-Text
                    PERFORM 800-Write-Finding
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
296-Audit-Holidays.
*>------------------------------------------------
    MOVE "holiday-table.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Holiday-File-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/holiday-table.cfg" DELIMITED BY SIZE
      INTO WS-Holiday-File-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-HOL.
    OPEN INPUT Holiday-File.
    MOVE WS-StatusHOL TO WS-STATUS.
    IF  WS-StatusHOL = "00"
        PERFORM 297-Read-Holiday-Row
          UNTIL Holiday-File-EOF
        CLOSE Holiday-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
297-Read-Holiday-Row.
*>------------------------------------------------
    READ Holiday-File
        AT END
            MOVE "Y" TO WS-EOF-HOL
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Holiday-File-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                MOVE Holiday-File-Line TO WS-Ca-Date
                PERFORM 730-Check-Date
                IF  NOT WS-Ca-Valid
                    SET WS-Ca-Hard TO TRUE
                    MOVE SPACE TO WS-Ca-Text
                    STRING "'" DELIMITED BY SIZE
                           WS-Ca-Date DELIMITED BY SIZE
                           "' is not a YYYYMMDD date - the closure never applies"
                             DELIMITED BY SIZE
                      INTO WS-Ca-Text
                    END-STRING
                    PERFORM 800-Write-Finding
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
298-Audit-Match-Rules.
*>------------------------------------------------
*> PGM57's matching rules - a row PGM57 would not load
*> (a vendor missing, the same vendor on both sides,
*> past the table size) matches nothing, a tolerance
*> that is not a number is taken as zero, and a
*> reference column past the record's twenty never
*> yields a reference.
*>------------------------------------------------
    MOVE "match-rules.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Match-Rule-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/match-rules.cfg" DELIMITED BY SIZE
      INTO WS-Match-Rule-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-MRL.
    OPEN INPUT Match-Rule-File.
    MOVE WS-StatusMRL TO WS-STATUS.
    IF  WS-StatusMRL = "00"
        PERFORM 299-Read-Match-Rule-Row
          UNTIL Match-Rule-EOF
        CLOSE Match-Rule-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
299-Read-Match-Rule-Row.
*>------------------------------------------------
    READ Match-Rule-File
        AT END
            MOVE "Y" TO WS-EOF-MRL
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Match-Rule-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN MR-Vendor-A = SPACE
                      OR MR-Vendor-B = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "a vendor is missing - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN FUNCTION UPPER-CASE(MR-Vendor-A)
                       = FUNCTION UPPER-CASE(MR-Vendor-B)
                        SET WS-Ca-Hard TO TRUE
                        MOVE "same vendor on both sides - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN WS-Ca-Rows > WS-Ca-Mrl-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the match rule table holds 20 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN MR-Amount-Tol NOT NUMERIC
                      OR MR-Date-Tol NOT NUMERIC
                        SET WS-Ca-Warn TO TRUE
                        MOVE "tolerance is not a number - taken as zero"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN (MR-Ref-Col-A IS NUMERIC AND MR-Ref-Col-A > 20)
                      OR (MR-Ref-Col-B IS NUMERIC AND MR-Ref-Col-B > 20)
                        SET WS-Ca-Hard TO TRUE
                        MOVE "reference column past 20 - that side never matches"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        MOVE FUNCTION UPPER-CASE(MR-Vendor-A)
                          TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                        MOVE FUNCTION UPPER-CASE(MR-Vendor-B)
                          TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                        IF  MR-Company NOT = SPACE
                            MOVE FUNCTION UPPER-CASE(MR-Company)
                              TO WS-Ca-Search-Code
                            PERFORM 615-Check-Company-Ref
                        END-IF
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
295-Audit-Code-Xlate.
*>------------------------------------------------
*> PGM01's code translation rows - a row it would not
*> load (vendor or codes missing, column outside 1-20,
*> past the table size) translates nothing, a date that
*> is not YYYYMMDD or a range that ends before it
*> starts is never in force, and a vendor whose layout
*> profile does not normalize never has its codes
*> translated at all.
*>------------------------------------------------
    MOVE "code-xlate.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Code-Xlate-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/code-xlate.cfg" DELIMITED BY SIZE
      INTO WS-Code-Xlate-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-CXL.
    OPEN INPUT Code-Xlate-File.
    MOVE WS-StatusCXL TO WS-STATUS.
    IF  WS-StatusCXL = "00"
        PERFORM 2951-Read-Xlate-Row
          UNTIL Code-Xlate-EOF
        CLOSE Code-Xlate-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
2951-Read-Xlate-Row.
*>------------------------------------------------
    READ Code-Xlate-File
        AT END
            MOVE "Y" TO WS-EOF-CXL
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Code-Xlate-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN CX-Vendor-Code = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "vendor is missing - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN CX-Col NOT NUMERIC
                      OR CX-Col = ZERO
                      OR CX-Col > 20
                        SET WS-Ca-Hard TO TRUE
                        MOVE "column is not 01 to 20 - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN WS-Ca-Rows > WS-Ca-Cxl-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the code translation table holds 300 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN CX-External = SPACE
                      OR CX-Internal = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "external or internal code is missing - the column can never translate"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN (CX-Eff-From NOT = SPACE
                          AND (CX-Eff-From NOT NUMERIC
                               OR FUNCTION TEST-DATE-YYYYMMDD
                                    (FUNCTION NUMVAL(CX-Eff-From))
                                    NOT = ZERO))
                      OR (CX-Eff-To NOT = SPACE
                          AND (CX-Eff-To NOT NUMERIC
                               OR FUNCTION TEST-DATE-YYYYMMDD
                                    (FUNCTION NUMVAL(CX-Eff-To))
                                    NOT = ZERO))
                        SET WS-Ca-Hard TO TRUE
                        MOVE "effective date is not YYYYMMDD - the row is never in force"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN CX-Eff-From NOT = SPACE
                     AND CX-Eff-To NOT = SPACE
                     AND CX-Eff-From > CX-Eff-To
                        SET WS-Ca-Hard TO TRUE
                        MOVE "in force from a date after its end - the row is never in force"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        MOVE FUNCTION UPPER-CASE(CX-Vendor-Code)
                          TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                        PERFORM 2952-Check-Xlate-Layout
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
2952-Check-Xlate-Layout.
*>------------------------------------------------
*> Translation rides on normalization - no profile, or
*> one that does not build a canonical copy, and the
*> row is dead weight; a column past the profile's own
*> count is never reached.
*>------------------------------------------------
    MOVE CX-Vendor-Code TO WS-Ca-Search-Code.
    PERFORM 620-Find-Layout.

    IF  NOT WS-Ca-Found
    OR  WS-Ca-Found-Norm NOT = "Y"
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "vendor " DELIMITED BY SIZE
               FUNCTION TRIM(CX-Vendor-Code) DELIMITED BY SIZE
               " has no normalizing layout profile - codes are never translated"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    ELSE
        IF  WS-Ca-Found-Cols > ZERO
        AND CX-Col > WS-Ca-Found-Cols
            MOVE CX-Col           TO WS-Ca-Num-Edit
            MOVE WS-Ca-Found-Cols TO WS-Ca-Line-Ref-Edit
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "column " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                   " is beyond vendor " DELIMITED BY SIZE
                   FUNCTION TRIM(CX-Vendor-Code) DELIMITED BY SIZE
                   "'s " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   " layout columns - row never matches"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
2955-Audit-Struct-Map.
*>------------------------------------------------
*> PGM01's structured-format profiles - a row it would
*> not load (vendor, format, record path or column
*> count unusable, past the table size) converts
*> nothing, so that vendor's XML/JSON arrivals go
*> through as they came; a mapped column with no path
*> is always empty, and canonical rows that do not
*> match the vendor's layout profile fail validation.
*>------------------------------------------------
    MOVE "struct-map.cfg" TO WS-Ca-Cur-File.
    MOVE SPACE TO WS-Struct-Map-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/struct-map.cfg" DELIMITED BY SIZE
      INTO WS-Struct-Map-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows.
    MOVE "N" TO WS-EOF-SMP.
    OPEN INPUT Struct-Map-File.
    MOVE WS-StatusSMP TO WS-STATUS.
    IF  WS-StatusSMP = "00"
        PERFORM 2956-Read-Struct-Map-Row
          UNTIL Struct-Map-EOF
        CLOSE Struct-Map-File
    END-IF.
    PERFORM 790-Note-File.

*>------------------------------------------------
2956-Read-Struct-Map-Row.
*>------------------------------------------------
    READ Struct-Map-File
        AT END
            MOVE "Y" TO WS-EOF-SMP
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  Struct-Map-Line NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                EVALUATE TRUE
                    WHEN SM-Vendor-Code = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "vendor is missing - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN SM-Format NOT = "X" AND NOT = "x"
                     AND SM-Format NOT = "J" AND NOT = "j"
                        SET WS-Ca-Hard TO TRUE
                        MOVE "format is not X (XML) or J (JSON) - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN SM-Record-Path = SPACE
                        SET WS-Ca-Hard TO TRUE
                        MOVE "record element path is missing - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN SM-Col-Count NOT NUMERIC
                      OR SM-Col-Count = ZERO
                      OR SM-Col-Count > 20
                        SET WS-Ca-Hard TO TRUE
                        MOVE "column count is not 01 to 20 - row is ignored"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN WS-Ca-Rows > WS-Ca-Smp-Limit
                        SET WS-Ca-Hard TO TRUE
                        MOVE "the structured-format table holds 20 rows - this row is never loaded"
                          TO WS-Ca-Text
                        PERFORM 800-Write-Finding
                    WHEN OTHER
                        IF  SM-Cnt-Path = SPACE
                        AND SM-Amt-Path NOT = SPACE
                            SET WS-Ca-Warn TO TRUE
                            MOVE "amount path without a count path - no trailer is built, the amount is never used"
                              TO WS-Ca-Text
                            PERFORM 800-Write-Finding
                        END-IF
                        PERFORM 2958-Check-One-Col-Path
                          VARYING WS-Ca-Smp-Col FROM 1 BY 1
                            UNTIL WS-Ca-Smp-Col > SM-Col-Count
                        MOVE FUNCTION UPPER-CASE(SM-Vendor-Code)
                          TO WS-Ca-Search-Code
                        PERFORM 605-Check-Vendor-Produced
                        PERFORM 2957-Check-Struct-Layout
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
2957-Check-Struct-Layout.
*>------------------------------------------------
*> The canonical rows are validated against the
*> vendor's layout profile like any other arrival - no
*> profile means they are never checked, and a column
*> count that differs from the profile's fails every
*> row.
*>------------------------------------------------
    MOVE SM-Vendor-Code TO WS-Ca-Search-Code.
    PERFORM 620-Find-Layout.

    IF  NOT WS-Ca-Found
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "vendor " DELIMITED BY SIZE
               FUNCTION TRIM(SM-Vendor-Code) DELIMITED BY SIZE
               " has no layout profile - converted rows are never validated"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    ELSE
        IF  WS-Ca-Found-Cols > ZERO
        AND SM-Col-Count NOT = WS-Ca-Found-Cols
            MOVE SM-Col-Count     TO WS-Ca-Num-Edit
            MOVE WS-Ca-Found-Cols TO WS-Ca-Line-Ref-Edit
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
                   " columns mapped but vendor " DELIMITED BY SIZE
                   FUNCTION TRIM(SM-Vendor-Code) DELIMITED BY SIZE
                   "'s layout has " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                   " - every row fails" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
2958-Check-One-Col-Path.
*>------------------------------------------------
    IF  SM-Col-Path(WS-Ca-Smp-Col) = SPACE
        MOVE WS-Ca-Smp-Col TO WS-Ca-Num-Edit
        SET WS-Ca-Warn TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "column " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Num-Edit) DELIMITED BY SIZE
               " has no element path - it is always empty"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

*>------------------------------------------------
300-Audit-Company-Trees.
*>------------------------------------------------
*> Configuration kept under each company's own root:
*> its accounting periods, and any expected-arrivals
*> file someone has put there.  A disabled company is
*> never run, so rows left under its tree do nothing.
*> With no company master the base tree is the one
*> company.
*>------------------------------------------------
    IF  WS-Ca-Co-Count = ZERO
        MOVE SPACE TO WS-Ca-Co-Label
        MOVE "Y"   TO WS-Ca-Co-State
        PERFORM 305-Audit-One-Tree
    ELSE
        PERFORM 301-Audit-Listed-Company
          VARYING WS-Ca-Co-Idx FROM 1 BY 1
            UNTIL WS-Ca-Co-Idx > WS-Ca-Co-Count
    END-IF.

*>------------------------------------------------
301-Audit-Listed-Company.
*>------------------------------------------------
    MOVE WS-Ca-Co-Code(WS-Ca-Co-Idx) TO WS-Ca-Co-Label.
    IF  WS-Ca-Co-Enabled(WS-Ca-Co-Idx) = "Y"
        MOVE "Y" TO WS-Ca-Co-State
    ELSE
        MOVE "N" TO WS-Ca-Co-State
    END-IF.
    PERFORM 305-Audit-One-Tree.

*>------------------------------------------------
305-Audit-One-Tree.
*>------------------------------------------------
*> Same root-segment rule as every 055-Process-One-
*> Company: <base>/<code>/ plus the reports folder.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Ca-Co-Label NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Co-Label) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    SET TBL-Index TO TBL-dir-reports.
    PERFORM 095-Build-Path-Name.

    SET WS-Ca-Tree-Periods TO TRUE.
    PERFORM 306-Set-Tree-File-Name.
    MOVE SPACE TO WS-Period-Ctl-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "period-control.cfg" DELIMITED BY SIZE
      INTO WS-Period-Ctl-Path
    END-STRING.

    MOVE ZERO TO WS-Ca-Line-No
                 WS-Ca-Rows
                 WS-Ca-Per-Count.
    MOVE "N" TO WS-EOF-PCT.
    OPEN INPUT Period-Ctl-File.
    MOVE WS-StatusPCT TO WS-STATUS.
    IF  WS-StatusPCT = "00"
        PERFORM 310-Read-Period-Row
          UNTIL Period-Ctl-EOF
        CLOSE Period-Ctl-File
        PERFORM 790-Note-File
    END-IF.

*>  the base expected-arrivals file was audited in
*>  240 - only a company tree's own copy is looked at.
    IF  WS-Ca-Co-Label NOT = SPACE
        SET WS-Ca-Tree-Expected TO TRUE
        PERFORM 306-Set-Tree-File-Name
        MOVE SPACE TO WS-Expect-Table-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports))
                 DELIMITED BY SIZE
               "expected-arrivals.cfg" DELIMITED BY SIZE
          INTO WS-Expect-Table-Path
        END-STRING

        MOVE ZERO TO WS-Ca-Line-No
                     WS-Ca-Rows
        MOVE "N" TO WS-EOF-EXP
        OPEN INPUT Expect-Table-File
        MOVE WS-StatusEXP TO WS-STATUS
        IF  WS-StatusEXP = "00"
            PERFORM 320-Read-Tree-Expected-Row
              UNTIL Expect-Table-EOF
            CLOSE Expect-Table-File
            PERFORM 790-Note-File
        END-IF
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    SET TBL-Index TO TBL-dir-reports.
    PERFORM 095-Build-Path-Name.

*>------------------------------------------------
306-Set-Tree-File-Name.
*>------------------------------------------------
    MOVE SPACE TO WS-Ca-Cur-File.
    IF  WS-Ca-Tree-Periods
        MOVE "period-control.cfg" TO WS-Ca-Tail
    ELSE
        MOVE "expected-arrivals.cfg" TO WS-Ca-Tail
    END-IF.
    IF  WS-Ca-Co-Label = SPACE
        MOVE WS-Ca-Tail TO WS-Ca-Cur-File
    ELSE
        STRING FUNCTION TRIM(WS-Ca-Co-Label) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Tail) DELIMITED BY SIZE
          INTO WS-Ca-Cur-File
        END-STRING
    END-IF.

*>------------------------------------------------
310-Read-Period-Row.
*>------------------------------------------------
    READ Period-Ctl-File
        AT END
            MOVE "Y" TO WS-EOF-PCT
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  PC-Period NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                IF  WS-Ca-Co-Disabled
                    PERFORM 325-Report-Disabled-Row
                ELSE
                    PERFORM 311-Check-Period-Row
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
311-Check-Period-Row.
*>------------------------------------------------
*> PGM15's verdict reads the first period a date falls
*> in - two periods covering one date make the answer
*> depend on row order.
*>------------------------------------------------
    IF  WS-Ca-Rows > WS-Ca-Per-Limit
        SET WS-Ca-Hard TO TRUE
        MOVE "the period table holds 60 rows - this period is never loaded"
          TO WS-Ca-Text
        PERFORM 800-Write-Finding
    ELSE
        IF  PC-Status NOT = "OPEN"
        AND PC-Status NOT = "CLOSED"
        AND PC-Status NOT = "LOCKED"
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "status '" DELIMITED BY SIZE
                   FUNCTION TRIM(PC-Status) DELIMITED BY SIZE
                   "' is not OPEN, CLOSED or LOCKED" DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF

        MOVE PC-From-Date TO WS-Ca-Date
        PERFORM 730-Check-Date
        IF  WS-Ca-Valid
            MOVE PC-To-Date TO WS-Ca-Date
            PERFORM 730-Check-Date
        END-IF

        EVALUATE TRUE
            WHEN NOT WS-Ca-Valid
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "period " DELIMITED BY SIZE
                       FUNCTION TRIM(PC-Period) DELIMITED BY SIZE
                       " range " DELIMITED BY SIZE
                       PC-From-Date DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       PC-To-Date DELIMITED BY SIZE
                       " is not a pair of YYYYMMDD dates" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            WHEN PC-From-Date > PC-To-Date
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "period " DELIMITED BY SIZE
                       FUNCTION TRIM(PC-Period) DELIMITED BY SIZE
                       " ends before it starts" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            WHEN OTHER
                MOVE "N" TO WS-Ca-Found-Sw
                IF  WS-Ca-Per-Count > ZERO
                    PERFORM 312-Check-Period-Overlap
                      VARYING WS-Ca-Per-Idx FROM 1 BY 1
                        UNTIL WS-Ca-Per-Idx > WS-Ca-Per-Count
                           OR WS-Ca-Found
                END-IF
                IF  WS-Ca-Found
                    MOVE WS-Ca-Found-Line TO WS-Ca-Line-Ref-Edit
                    SET WS-Ca-Hard TO TRUE
                    MOVE SPACE TO WS-Ca-Text
                    STRING "period " DELIMITED BY SIZE
                           FUNCTION TRIM(PC-Period) DELIMITED BY SIZE
                           " overlaps the period at line " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Ca-Line-Ref-Edit) DELIMITED BY SIZE
                      INTO WS-Ca-Text
                    END-STRING
                    PERFORM 800-Write-Finding
                END-IF
                IF  WS-Ca-Per-Count < 60
                    ADD 1 TO WS-Ca-Per-Count
                    SET WS-Ca-Per-Idx TO WS-Ca-Per-Count
                    MOVE PC-From-Date  TO WS-Ca-Per-From(WS-Ca-Per-Idx)
                    MOVE PC-To-Date    TO WS-Ca-Per-To(WS-Ca-Per-Idx)
                    MOVE WS-Ca-Line-No TO WS-Ca-Per-Line(WS-Ca-Per-Idx)
                END-IF
        END-EVALUATE
    END-IF.

*>------------------------------------------------
312-Check-Period-Overlap.
*>------------------------------------------------
    IF  PC-From-Date NOT > WS-Ca-Per-To(WS-Ca-Per-Idx)
    AND PC-To-Date NOT < WS-Ca-Per-From(WS-Ca-Per-Idx)
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Per-Line(WS-Ca-Per-Idx) TO WS-Ca-Found-Line
    END-IF.

*>------------------------------------------------
320-Read-Tree-Expected-Row.
*>------------------------------------------------
*> PGM01 reads expected arrivals from the base
*> ./reports only - a company tree's copy is never
*> checked, least of all a disabled company's.
*>------------------------------------------------
    READ Expect-Table-File
        AT END
            MOVE "Y" TO WS-EOF-EXP
        NOT AT END
            ADD 1 TO WS-Ca-Line-No
            IF  EA-Pattern NOT = SPACE
                ADD 1 TO WS-Ca-Rows
                IF  WS-Ca-Co-Disabled
                    PERFORM 325-Report-Disabled-Row
                ELSE
                    SET WS-Ca-Warn TO TRUE
                    MOVE "expected arrivals are read from the base ./reports only - row is never checked"
                      TO WS-Ca-Text
                    PERFORM 800-Write-Finding
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
325-Report-Disabled-Row.
*>------------------------------------------------
    SET WS-Ca-Warn TO TRUE.
    MOVE SPACE TO WS-Ca-Text.
    STRING "company " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ca-Co-Label) DELIMITED BY SIZE
           " is disabled in company-master.cfg - this row is never used"
             DELIMITED BY SIZE
      INTO WS-Ca-Text
    END-STRING.
    PERFORM 800-Write-Finding.

*>------------------------------------------------
600-Find-Vendor.
*>------------------------------------------------
*> Is WS-Ca-Search-Code produced - stamped by a loaded
*> vendor pattern or a landing zone?
*>------------------------------------------------
    MOVE "N" TO WS-Ca-Found-Sw.
    IF  WS-Ca-Vnd-Count > ZERO
        PERFORM 601-Match-One-Vendor
          VARYING WS-Ca-Vnd-Idx FROM 1 BY 1
            UNTIL WS-Ca-Vnd-Idx > WS-Ca-Vnd-Count
               OR WS-Ca-Found
    END-IF.

*>------------------------------------------------
601-Match-One-Vendor.
*>------------------------------------------------
    IF  WS-Ca-Vnd-Code(WS-Ca-Vnd-Idx) = WS-Ca-Search-Code
        MOVE "Y" TO WS-Ca-Found-Sw
    END-IF.

*>------------------------------------------------
605-Check-Vendor-Produced.
*>------------------------------------------------
*> The hard case: a row keyed on a vendor code that no
*> arrival will ever carry.
*>------------------------------------------------
    PERFORM 600-Find-Vendor.
    IF  NOT WS-Ca-Found
        SET WS-Ca-Hard TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "vendor " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ca-Search-Code) DELIMITED BY SIZE
               " is produced by no vendor-table.cfg pattern or landing zone"
                 DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

*>------------------------------------------------
610-Find-Company.
*>------------------------------------------------
    MOVE "N" TO WS-Ca-Found-Sw.
    IF  WS-Ca-Co-Count > ZERO
        PERFORM 611-Match-One-Company
          VARYING WS-Ca-Co-Idx FROM 1 BY 1
            UNTIL WS-Ca-Co-Idx > WS-Ca-Co-Count
               OR WS-Ca-Found
    END-IF.

*>------------------------------------------------
611-Match-One-Company.
*>------------------------------------------------
    IF  WS-Ca-Co-Code(WS-Ca-Co-Idx) = WS-Ca-Search-Code
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Co-Line(WS-Ca-Co-Idx)    TO WS-Ca-Found-Line
        MOVE WS-Ca-Co-Enabled(WS-Ca-Co-Idx) TO WS-Ca-Found-Enabled
    END-IF.

*>------------------------------------------------
615-Check-Company-Ref.
*>------------------------------------------------
*> A company nobody runs is a hard miss; one that is
*> listed but switched off is only worth a warning -
*> switching it back on is a normal thing to do.
*>------------------------------------------------
    PERFORM 610-Find-Company.
    EVALUATE TRUE
        WHEN NOT WS-Ca-Found
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "company " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Search-Code) DELIMITED BY SIZE
                   " is not in company-master.cfg - row never matches"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN WS-Ca-Found-Enabled NOT = "Y"
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "company " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Search-Code) DELIMITED BY SIZE
                   " is disabled in company-master.cfg - row is not used"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
620-Find-Layout.
*>------------------------------------------------
    MOVE "N"  TO WS-Ca-Found-Sw.
    MOVE ZERO TO WS-Ca-Found-Cols.
    MOVE SPACE TO WS-Ca-Found-Norm.
    IF  WS-Ca-Lay-Count > ZERO
        PERFORM 621-Match-One-Layout
          VARYING WS-Ca-Lay-Idx FROM 1 BY 1
            UNTIL WS-Ca-Lay-Idx > WS-Ca-Lay-Count
               OR WS-Ca-Found
    END-IF.

*>------------------------------------------------
621-Match-One-Layout.
*>------------------------------------------------
    IF  WS-Ca-Lay-Vendor(WS-Ca-Lay-Idx) = WS-Ca-Search-Code
        MOVE "Y" TO WS-Ca-Found-Sw
        MOVE WS-Ca-Lay-Line(WS-Ca-Lay-Idx) TO WS-Ca-Found-Line
        MOVE WS-Ca-Lay-Cols(WS-Ca-Lay-Idx) TO WS-Ca-Found-Cols
        MOVE WS-Ca-Lay-Norm(WS-Ca-Lay-Idx) TO WS-Ca-Found-Norm
    END-IF.

*>------------------------------------------------
630-Find-Program.
*>------------------------------------------------
    MOVE "N" TO WS-Ca-Found-Sw.
    PERFORM 631-Match-One-Program
      VARYING WS-Ca-Pgm-Idx FROM 1 BY 1
        UNTIL WS-Ca-Pgm-Idx > WS-Ca-Pgm-Count
           OR WS-Ca-Found.

*>------------------------------------------------
631-Match-One-Program.
*>------------------------------------------------
    IF  WS-Ca-Pgm-Name(WS-Ca-Pgm-Idx) = WS-Ca-Search-Code
        MOVE "Y" TO WS-Ca-Found-Sw
    END-IF.

*>------------------------------------------------
700-Check-Pattern-Form.
*>------------------------------------------------
*> Split WS-Ca-Pattern the way every pattern reader
*> here does - leading text up to the first "*" - and
*> warn when there is anything after that star, which
*> every reader silently ignores.
*>------------------------------------------------
    MOVE ZERO  TO WS-Ca-Star-Count.
    MOVE SPACE TO WS-Ca-Prefix
                  WS-Ca-Tail.
    INSPECT WS-Ca-Pattern
        TALLYING WS-Ca-Star-Count FOR ALL "*".

    IF  WS-Ca-Star-Count > ZERO
        UNSTRING WS-Ca-Pattern DELIMITED BY "*"
            INTO WS-Ca-Prefix
                 WS-Ca-Tail
        END-UNSTRING
        IF  WS-Ca-Tail NOT = SPACE
        OR  WS-Ca-Star-Count > 1
            SET WS-Ca-Warn TO TRUE
            MOVE SPACE TO WS-Ca-Text
            STRING "pattern " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Pattern) DELIMITED BY SIZE
                   " - only a trailing * is a wildcard, the rest is ignored"
                     DELIMITED BY SIZE
              INTO WS-Ca-Text
            END-STRING
            PERFORM 800-Write-Finding
        END-IF
    ELSE
        MOVE WS-Ca-Pattern TO WS-Ca-Prefix
    END-IF.

    IF  WS-Ca-Prefix = SPACE
        MOVE ZERO TO WS-Ca-Prefix-Len
    ELSE
        COMPUTE WS-Ca-Prefix-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Ca-Prefix))
    END-IF.

*>------------------------------------------------
710-Check-HHMM.
*>------------------------------------------------
    IF  WS-Ca-HHMM IS NUMERIC
    AND WS-Ca-HH <= 23
    AND WS-Ca-MM <= 59
        MOVE "Y" TO WS-Ca-Valid-Sw
    ELSE
        MOVE "N" TO WS-Ca-Valid-Sw
    END-IF.

*>------------------------------------------------
720-Check-Freq-Day.
*>------------------------------------------------
*> The D/W/M rule set the expected-arrivals schedule,
*> the fetch profile and the scheduler share (the
*> scheduler adds L, last business day): W days run
*> 00-06 from Sunday, M days 01-31.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Ca-Freq = "D"
            CONTINUE
        WHEN WS-Ca-Freq = "L"
         AND WS-Ca-Freq-Allows-L
            CONTINUE
        WHEN WS-Ca-Freq = "W"
            IF  WS-Ca-Day NOT NUMERIC
            OR  WS-Ca-Day-Num > 6
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "weekly day '" DELIMITED BY SIZE
                       WS-Ca-Day DELIMITED BY SIZE
                       "' is not 00-06 (Sunday 00) - never due"
                         DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        WHEN WS-Ca-Freq = "M"
            IF  WS-Ca-Day NOT NUMERIC
            OR  WS-Ca-Day-Num < 1
            OR  WS-Ca-Day-Num > 31
                SET WS-Ca-Hard TO TRUE
                MOVE SPACE TO WS-Ca-Text
                STRING "monthly day '" DELIMITED BY SIZE
                       WS-Ca-Day DELIMITED BY SIZE
                       "' is not 01-31 - never due" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
                PERFORM 800-Write-Finding
            END-IF
        WHEN OTHER
            SET WS-Ca-Hard TO TRUE
            MOVE SPACE TO WS-Ca-Text
            IF  WS-Ca-Freq-Allows-L
                STRING "frequency '" DELIMITED BY SIZE
                       WS-Ca-Freq DELIMITED BY SIZE
                       "' is not D, W, M or L - never due" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
            ELSE
                STRING "frequency '" DELIMITED BY SIZE
                       WS-Ca-Freq DELIMITED BY SIZE
                       "' is not D, W or M - never due" DELIMITED BY SIZE
                  INTO WS-Ca-Text
                END-STRING
            END-IF
            PERFORM 800-Write-Finding
    END-EVALUATE.

*>------------------------------------------------
730-Check-Date.
*>------------------------------------------------
    IF  WS-Ca-Date IS NUMERIC
    AND WS-Ca-Date-Year >= 1900
    AND WS-Ca-Date-Month >= 1 AND WS-Ca-Date-Month <= 12
    AND WS-Ca-Date-Day >= 1   AND WS-Ca-Date-Day <= 31
        MOVE "Y" TO WS-Ca-Valid-Sw
    ELSE
        MOVE "N" TO WS-Ca-Valid-Sw
    END-IF.

*>------------------------------------------------
790-Note-File.
*>------------------------------------------------
*> One FILES CHECKED entry per file looked at.  Not
*> present ("35") is normal - every file here is
*> optional; any other open failure is a finding.
*>------------------------------------------------
    IF  WS-STATUS NOT = "00"
    AND WS-STATUS NOT = "35"
        MOVE ZERO TO WS-Ca-Line-No
        SET WS-Ca-Hard TO TRUE
        MOVE SPACE TO WS-Ca-Text
        STRING "file could not be read - status " DELIMITED BY SIZE
               WS-STATUS DELIMITED BY SIZE
          INTO WS-Ca-Text
        END-STRING
        PERFORM 800-Write-Finding
    END-IF.

    IF  WS-Ca-File-Count < 60
        ADD 1 TO WS-Ca-File-Count
        SET WS-Ca-Fil-Idx TO WS-Ca-File-Count
        MOVE WS-Ca-Cur-File TO WS-Ca-File-Name(WS-Ca-Fil-Idx)
        MOVE WS-Ca-Rows     TO WS-Ca-File-Rows(WS-Ca-Fil-Idx)
        MOVE WS-STATUS      TO WS-Ca-File-State(WS-Ca-Fil-Idx)
    END-IF.

*>------------------------------------------------
800-Write-Finding.
*>------------------------------------------------
*> Single WRITE choke point for a finding - the caller
*> has set the severity and the text; file and line
*> are the ones being read.
*>------------------------------------------------
    MOVE WS-Ca-Cur-File TO WS-Ca-File.
    MOVE WS-Ca-Line-No  TO WS-Ca-Line-Edit.

    IF  WS-Ca-Hard
        ADD 1 TO WS-Ca-Hard-Count
    ELSE
        ADD 1 TO WS-Ca-Warn-Count
    END-IF.

    IF  WS-Cfg-Audit-Open
        MOVE WS-Ca-Finding TO Cfg-Audit-Line
        WRITE Cfg-Audit-Line
    END-IF.

*>------------------------------------------------
850-Write-Audit-Totals.
*>------------------------------------------------
*> What was looked at, the totals, the verdict - then
*> the report is closed and catalogued.
*>------------------------------------------------
    IF  WS-Cfg-Audit-Open
        IF  WS-Ca-Hard-Count = ZERO
        AND WS-Ca-Warn-Count = ZERO
            MOVE "     no findings" TO Cfg-Audit-Line
            WRITE Cfg-Audit-Line
        END-IF

        MOVE SPACE TO Cfg-Audit-Line
        WRITE Cfg-Audit-Line
        MOVE "FILES CHECKED" TO Cfg-Audit-Line
        WRITE Cfg-Audit-Line

        PERFORM 851-Write-File-Line
          VARYING WS-Ca-Fil-Idx FROM 1 BY 1
            UNTIL WS-Ca-Fil-Idx > WS-Ca-File-Count

        MOVE SPACE TO Cfg-Audit-Line
        WRITE Cfg-Audit-Line

        MOVE WS-Ca-Hard-Count TO WS-Ca-Count-Edit
        MOVE WS-Ca-Warn-Count TO WS-Ca-Count-Edit2
        MOVE SPACE TO Cfg-Audit-Line
        IF  WS-Ca-Hard-Count > ZERO
            STRING "HARD ERRORS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Count-Edit) DELIMITED BY SIZE
                   "   WARNINGS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Count-Edit2) DELIMITED BY SIZE
                   "   VERDICT: CHAIN STOPPED - fix the HARD rows and rerun"
                     DELIMITED BY SIZE
              INTO Cfg-Audit-Line
            END-STRING
        ELSE
            STRING "HARD ERRORS: 0   WARNINGS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ca-Count-Edit2) DELIMITED BY SIZE
                   "   VERDICT: CHAIN MAY RUN" DELIMITED BY SIZE
              INTO Cfg-Audit-Line
            END-STRING
        END-IF
        WRITE Cfg-Audit-Line

        MOVE "N" TO WS-Cfg-Audit-Open-Sw
        CLOSE Cfg-Audit-File

        MOVE "CFGAUDIT"        TO WS-Cat-Type
        MOVE CDT-Date          TO WS-Cat-Date
        MOVE SPACE             TO WS-Cat-Company
        COMPUTE WS-Cat-Rows = WS-Ca-Hard-Count + WS-Ca-Warn-Count
        MOVE WS-Cfg-Audit-Path TO WS-Cat-Path
        PERFORM 940-Register-Report
    END-IF.

*>------------------------------------------------
851-Write-File-Line.
*>------------------------------------------------
    MOVE WS-Ca-File-Name(WS-Ca-Fil-Idx) TO WS-Ca-Fr-Name.
    MOVE SPACE TO WS-Ca-Fr-Text.
    EVALUATE WS-Ca-File-State(WS-Ca-Fil-Idx)
        WHEN "00"
            MOVE WS-Ca-File-Rows(WS-Ca-Fil-Idx) TO WS-Ca-Count-Edit
            STRING FUNCTION TRIM(WS-Ca-Count-Edit) DELIMITED BY SIZE
                   " row(s)" DELIMITED BY SIZE
              INTO WS-Ca-Fr-Text
            END-STRING
        WHEN "35"
            MOVE "not present" TO WS-Ca-Fr-Text
        WHEN OTHER
            STRING "unreadable - status " DELIMITED BY SIZE
                   WS-Ca-File-State(WS-Ca-Fil-Idx) DELIMITED BY SIZE
              INTO WS-Ca-Fr-Text
            END-STRING
    END-EVALUATE.
    MOVE WS-Ca-File-Row TO Cfg-Audit-Line.
    WRITE Cfg-Audit-Line.

*>------------------------------------------------
860-Raise-Audit-Alert.
*>------------------------------------------------
*> A hard finding is an ERROR line and one ./logs/
*> alerts.queue row, same layout as PGM16's 240-Raise-
*> Recon-Alert, so PGM05 opens the work item.
*>------------------------------------------------
    SET WS-Log-Sev-Error TO TRUE.
    MOVE "860-RAISE-AUDIT-ALERT" TO WS-Log-Source-Para.
    MOVE 9138 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Row.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Date
    END-STRING.
    STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE WS-Log-Event-Code TO WS-Alert-Event-Code.

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
910-Write-Log-Line.
*>------------------------------------------------
*> single WRITE choke point for Log-File so every
*> WRITE's file status gets looked at.
*>------------------------------------------------
    IF  WS-Log-File-Open
        WRITE Log-File-Printline
          FROM WS-Log-Line
          AFTER ADVANCING 1
        END-WRITE

        IF  WS-StatusLOG NOT = "00"
            PERFORM 999-Status-Handler
        END-IF
    END-IF.

*>------------------------------------------------
911-Write-Log-Struct-Line.
*>------------------------------------------------
*> WRITE choke point for the fixed-width severity /
*> source-paragraph / event-code record, mirroring
*> PGM00's own 911-Write-Log-Struct-Line.
*>------------------------------------------------
    IF  WS-Log-File-Open
        WRITE Log-File-Structured
          FROM WS-Log-Struct-Line
          AFTER ADVANCING 1
        END-WRITE

        IF  WS-StatusLOG NOT = "00"
            PERFORM 999-Status-Handler
        END-IF
    END-IF.

    IF  WS-Error-Log-File-Open
    AND (WS-Log-Sev-Warning OR WS-Log-Sev-Error)
        PERFORM 912-Write-Error-Log-Line
    END-IF.

*>------------------------------------------------
912-Write-Error-Log-Line.
*>------------------------------------------------
*> Duplicates a WARNING/ERROR-severity structured
*> line onto ./logs/error.log, same field build as
*> PGM00's own 912-Write-Error-Log-Line.
*>------------------------------------------------
    MOVE SPACE TO WS-Error-Log-Row.

    STRING Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
           "/"                      DELIMITED BY SIZE
           Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           " "                      DELIMITED BY SIZE
           Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           ":"                      DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           ":"                      DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Error-Log-Stamp
    END-STRING.

    MOVE WS-Log-Severity    TO WS-Error-Log-Sev.
    MOVE WS-Log-Source-Para TO WS-Error-Log-Source-Para.
    MOVE WS-Log-Event-Code  TO WS-Error-Log-Event-Code.
    MOVE WS-Log-Struct-Text TO WS-Error-Log-Text.

    WRITE Error-Log-Printline
      FROM WS-Error-Log-Row
      AFTER ADVANCING 1
    END-WRITE.

*>------------------------------------------------
940-Register-Report.
*>------------------------------------------------
*> One catalog row per produced report - appended at
*> the BASE ./reports so PGM34's viewer and PGM06's
*> retention see every company's output in one place.
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

*>------------------------------------------------
999-Status-Handler.
*>------------------------------------------------
COPY "./copybooks/FileStat-Msgs.cpy".

END PROGRAM PGM44.
