*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM68.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Data-quality trend report.
*> PGM27 grades a vendor by whole files; this looks
*> inside them.  PGM01 leaves a per-column profile of
*> every file it validates on ./reports/dq-history.dat
*> - blank rate, type failures, distinct values, low/
*> high value - and this job sets each vendor column's
*> recent window against the same column's baseline
*> just before it (7 days against the 60 before, or as
*> ./reports/dq-trend.cfg sets per vendor).  A column
*> whose blank or type-failure rate jumped, whose
*> average distinct values per file shifted, or whose
*> numbers grew or shrank by a power of ten is listed,
*> so quiet format drift shows before the rejects do.
*> Layout versions are kept apart - a new version has
*> no baseline until it has been running a while.  One
*> report per company in ./reports, catalogued for
*> PGM34, with a warning event when anything moved.
*> Scheduled as its own daily step after the night's
*> intake; the run day is today, or PGM00_DQ_DATE
*> (YYYYMMDD) for a catch-up run.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/DQ-Hist-Select.cpy".
COPY "./copybooks/DQ-Trend-Cfg-Select.cpy".
COPY "./copybooks/DQ-Trend-Rpt-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/DQ-Hist-FD.cpy".
COPY "./copybooks/DQ-Trend-Cfg-FD.cpy".
COPY "./copybooks/DQ-Trend-Rpt-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM68".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/DQ-Hist-WS.cpy".

COPY "./copybooks/DQ-Trend-Cfg-WS.cpy".

COPY "./copybooks/DQ-Trend-Rpt-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

*> the run day, and its day number for the windows.
01  WS-Dt-Date                   PIC X(08) VALUE SPACE.
01  WS-Dt-Date-Raw               PIC X(08) VALUE SPACE.
01  WS-Dt-Date-Num               PIC 9(08) VALUE ZERO.
01  WS-Dt-Run-Int                PIC 9(09) VALUE ZERO.
01  WS-Dt-Row-Num                PIC 9(08) VALUE ZERO.
01  WS-Dt-Row-Age                PIC S9(09) VALUE ZERO.
01  WS-Dt-Win                    PIC 9(01) VALUE ZERO.
01  WS-Dt-Clr-Win                PIC 9(01) VALUE ZERO.

*> the thresholds in force for the vendor in hand -
*> its own dq-trend.cfg row, else the default row.
01  WS-Dt-Cfg-Vendor             PIC X(10) VALUE SPACE.
01  WS-Dt-Cfg-Found-Sw           PIC X(01) VALUE "N".
    88  WS-Dt-Cfg-Found          VALUE "Y".
01  WS-Dt-Recent-Days            PIC 9(03) VALUE ZERO.
01  WS-Dt-Base-Days              PIC 9(03) VALUE ZERO.
01  WS-Dt-Min-Base               PIC 9(03) VALUE ZERO.
01  WS-Dt-Blank-Pts              PIC 9(03) VALUE ZERO.
01  WS-Dt-Type-Pts               PIC 9(03) VALUE ZERO.
01  WS-Dt-Distinct-Pct           PIC 9(03) VALUE ZERO.
01  WS-Dt-Range-Factor           PIC 9(03) VALUE ZERO.

*> one slot per vendor / layout version / column seen
*> in either window - window 1 is the baseline, window
*> 2 the recent days.  The distinct figure is the sum
*> over the window's files (averaged per file when the
*> column is judged); the magnitude is the largest
*> absolute low/high a numeric column reached.
01  WS-Dt-Slot-Limit             PIC 9(03) VALUE 400.
01  WS-Dt-Table.
    05  WS-Dt-Count              PIC 9(03) VALUE ZERO.
    05  WS-Dt-Entry OCCURS 400 TIMES
                      INDEXED BY WS-Dt-Idx.
        10  WS-Dt-Vendor         PIC X(10).
        10  WS-Dt-Version        PIC X(08).
        10  WS-Dt-Col            PIC 9(02).
        10  WS-Dt-Type           PIC X(01).
        10  WS-Dt-Window OCCURS 2 TIMES.
            15  WS-Dt-Files      PIC 9(05).
            15  WS-Dt-Rows       PIC 9(09).
            15  WS-Dt-Blank      PIC 9(09).
            15  WS-Dt-Bad-Type   PIC 9(09).
            15  WS-Dt-Distinct   PIC 9(09).
            15  WS-Dt-Capped-Sw  PIC X(01).
            15  WS-Dt-Mag        PIC 9(13)V9(02).
01  WS-Dt-Slot                   PIC 9(03) VALUE ZERO.
01  WS-Dt-Found-Sw               PIC X(01) VALUE "N".
    88  WS-Dt-Slot-Found         VALUE "Y".
01  WS-Dt-Full-Sw                PIC X(01) VALUE "N".
    88  WS-Dt-Table-Full         VALUE "Y".

*> the judging arithmetic for one slot.
01  WS-Dt-Row-Mag                PIC 9(13)V9(02) VALUE ZERO.
01  WS-Dt-Row-Mag2               PIC 9(13)V9(02) VALUE ZERO.
01  WS-Dt-Base-Rate              PIC 9(05)V9(01) VALUE ZERO.
01  WS-Dt-Recent-Rate            PIC 9(05)V9(01) VALUE ZERO.
01  WS-Dt-Rate-Move              PIC 9(05)V9(01) VALUE ZERO.
01  WS-Dt-Base-Value             PIC 9(13)V9(02) VALUE ZERO.
01  WS-Dt-Recent-Value           PIC 9(13)V9(02) VALUE ZERO.
01  WS-Dt-Measure                PIC X(12) VALUE SPACE.

*> company tallies.
01  WS-Dt-Compared               PIC 9(05) VALUE ZERO.
01  WS-Dt-No-Base                PIC 9(05) VALUE ZERO.
01  WS-Dt-Flagged                PIC 9(05) VALUE ZERO.
01  WS-Dt-Count-Edit             PIC Z(04)9 VALUE ZERO.
01  WS-Dt-Count-Edit2            PIC Z(04)9 VALUE ZERO.
01  WS-Dt-Count-Edit3            PIC Z(04)9 VALUE ZERO.
01  WS-Dt-Days-Edit              PIC ZZ9 VALUE ZERO.
01  WS-Dt-Days-Edit2             PIC ZZ9 VALUE ZERO.

*> one flagged column on the report.
01  WS-Dt-Rpt-Row                PIC X(132) VALUE SPACE.
01  WS-Dt-Rpt-Row-Fields         REDEFINES WS-Dt-Rpt-Row.
    05  WS-Dtr-Vendor            PIC X(10).
    05                           PIC X(02).
    05  WS-Dtr-Version           PIC X(08).
    05                           PIC X(02).
    05  WS-Dtr-Col               PIC Z9.
    05                           PIC X(03).
    05  WS-Dtr-Type              PIC X(01).
    05                           PIC X(05).
    05  WS-Dtr-Measure           PIC X(12).
    05  WS-Dtr-Base              PIC Z(12)9.9.
    05                           PIC X(02).
    05  WS-Dtr-Recent            PIC Z(12)9.9.
    05                           PIC X(53).

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
*> in this system.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 055-Process-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    MOVE ZERO TO WS-Return.
    MOVE "PGM68 completed successfully" TO WS-Return-Msg.

    IF  WS-Log-File-Open
        MOVE "PGM68 data-quality trend complete"
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
*> Same environment-variable override, dir-table
*> overlay, and company-table load as PGM27's own
*> 090-Init-Root-Path, plus the run day and the trend
*> thresholds.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    MOVE CDT-Date TO WS-Dt-Date.

    ACCEPT WS-Dt-Date-Raw FROM ENVIRONMENT "PGM00_DQ_DATE"
      END-ACCEPT.
    IF  WS-Dt-Date-Raw IS NUMERIC
        MOVE WS-Dt-Date-Raw TO WS-Dt-Date
    END-IF.

    MOVE WS-Dt-Date TO WS-Dt-Date-Num.
    COMPUTE WS-Dt-Run-Int = FUNCTION INTEGER-OF-DATE(WS-Dt-Date-Num).

    PERFORM 091-Load-Dir-Table.

    PERFORM 085-Load-Trend-Cfg.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
085-Load-Trend-Cfg.
*>------------------------------------------------
*> ./reports/dq-trend.cfg - a SPACE or "*" vendor row
*> overlays the compiled defaults, every other row is
*> one vendor's own thresholds.  Same shape as PGM65's
*> 085-Load-Sample-Rates.
*>------------------------------------------------
    MOVE SPACE TO WS-DQ-Trend-Cfg-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dq-trend.cfg" DELIMITED BY SIZE
      INTO WS-DQ-Trend-Cfg-Path
    END-STRING.

    MOVE ZERO TO WS-Dtc-Count.

    MOVE "N" TO WS-EOF-DTC.
    OPEN INPUT DQ-Trend-Cfg-File.
    IF  WS-StatusDTC = "00"
        PERFORM 086-Read-Trend-Cfg-Row
          UNTIL DQ-Trend-Cfg-EOF
        CLOSE DQ-Trend-Cfg-File
    END-IF.

*>------------------------------------------------
086-Read-Trend-Cfg-Row.
*>------------------------------------------------
    READ DQ-Trend-Cfg-File
        AT END
            MOVE "Y" TO WS-EOF-DTC
        NOT AT END
            IF  DQ-Trend-Cfg-Line(1 : 1) = "#"
            OR  DC-Recent-Days NOT NUMERIC
            OR  DC-Base-Days NOT NUMERIC
            OR  DC-Min-Base-Files NOT NUMERIC
            OR  DC-Blank-Pts NOT NUMERIC
            OR  DC-Type-Pts NOT NUMERIC
            OR  DC-Distinct-Pct NOT NUMERIC
            OR  DC-Range-Factor NOT NUMERIC
                CONTINUE
            ELSE
                IF  DC-Vendor = SPACE OR DC-Vendor = "*"
                    MOVE DC-Recent-Days    TO WS-Dtc-Dflt-Recent-Days
                    MOVE DC-Base-Days      TO WS-Dtc-Dflt-Base-Days
                    MOVE DC-Min-Base-Files TO WS-Dtc-Dflt-Min-Base
                    MOVE DC-Blank-Pts      TO WS-Dtc-Dflt-Blank-Pts
                    MOVE DC-Type-Pts       TO WS-Dtc-Dflt-Type-Pts
                    MOVE DC-Distinct-Pct   TO WS-Dtc-Dflt-Distinct-Pct
                    MOVE DC-Range-Factor   TO WS-Dtc-Dflt-Range-Factor
                ELSE
                    IF  WS-Dtc-Count < 40
                        ADD 1 TO WS-Dtc-Count
                        SET WS-Dtc-Idx TO WS-Dtc-Count
                        MOVE DC-Vendor      TO WS-Dtc-Vendor(WS-Dtc-Idx)
                        MOVE DC-Recent-Days
                          TO WS-Dtc-Recent-Days(WS-Dtc-Idx)
                        MOVE DC-Base-Days   TO WS-Dtc-Base-Days(WS-Dtc-Idx)
                        MOVE DC-Min-Base-Files
                          TO WS-Dtc-Min-Base(WS-Dtc-Idx)
                        MOVE DC-Blank-Pts   TO WS-Dtc-Blank-Pts(WS-Dtc-Idx)
                        MOVE DC-Type-Pts    TO WS-Dtc-Type-Pts(WS-Dtc-Idx)
                        MOVE DC-Distinct-Pct
                          TO WS-Dtc-Distinct-Pct(WS-Dtc-Idx)
                        MOVE DC-Range-Factor
                          TO WS-Dtc-Range-Factor(WS-Dtc-Idx)
                    END-IF
                END-IF
            END-IF
    END-READ.

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
097-Load-Company-Table.
*>------------------------------------------------
*> Same company-master load as PGM01/PGM03, with the
*> PGM00_COMPANY_CODES environment fallback.
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
        MOVE "PGM68 data-quality trend begin job"
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
055-Process-One-Company.
*>------------------------------------------------
*> Re-root the per-company TBL-Path-Name entries under
*> this company's own root segment, the same way
*> PGM01's 055-Process-One-Company does, then judge
*> this company's history.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM TBL-dir-reports BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    PERFORM 200-Trend-Company
      THRU 200-Trend-Exit.

*>------------------------------------------------
200-Trend-Company.
*>------------------------------------------------
*> One pass over the history into the window slots,
*> then the report.  A company intake has never
*> profiled a file for has no history and no report.
*>------------------------------------------------
    MOVE ZERO  TO WS-Dt-Count
                  WS-Dt-Compared
                  WS-Dt-No-Base
                  WS-Dt-Flagged.
    MOVE "N"   TO WS-Dt-Full-Sw.
    MOVE SPACE TO WS-Dt-Cfg-Vendor.
    MOVE "N"   TO WS-Dt-Cfg-Found-Sw.

    MOVE SPACE TO WS-DQ-Hist-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "dq-history.dat" DELIMITED BY SIZE
      INTO WS-DQ-Hist-Path
    END-STRING.

    MOVE "N" TO WS-EOF-DQH.
    OPEN INPUT DQ-Hist-File.
    IF  WS-StatusDQH NOT = "00"
        GO TO 200-Trend-Exit
    END-IF.

    PERFORM 210-Tally-One-History-Row
      UNTIL DQ-Hist-EOF.

    CLOSE DQ-Hist-File.

    IF  WS-Dt-Table-Full
        MOVE "DQ trend: more than 400 vendor columns - the rest not judged"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

    PERFORM 300-Write-Trend-Report
      THRU 300-Trend-Report-Exit.

*>------------------------------------------------
200-Trend-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Tally-One-History-Row.
*>------------------------------------------------
*> A row dated in the recent window (run day and the
*> days before it) or the baseline window behind that
*> is folded into its slot; anything older, newer or
*> undated is left alone.
*>------------------------------------------------
    READ DQ-Hist-File
        AT END
            MOVE "Y" TO WS-EOF-DQH
        NOT AT END
            IF  DH-Run-Date IS NUMERIC
            AND DH-Rows IS NUMERIC
            AND DH-Rows > ZERO
                IF  DH-Vendor NOT = WS-Dt-Cfg-Vendor
                    MOVE DH-Vendor TO WS-Dt-Cfg-Vendor
                    PERFORM 215-Find-Vendor-Cfg
                END-IF
                PERFORM 220-Place-History-Row
            END-IF
    END-READ.

*>------------------------------------------------
215-Find-Vendor-Cfg.
*>------------------------------------------------
*> The vendor's own dq-trend.cfg row, else the default
*> row - for the vendor in WS-Dt-Cfg-Vendor.
*>------------------------------------------------
    MOVE WS-Dtc-Dflt-Recent-Days  TO WS-Dt-Recent-Days.
    MOVE WS-Dtc-Dflt-Base-Days    TO WS-Dt-Base-Days.
    MOVE WS-Dtc-Dflt-Min-Base     TO WS-Dt-Min-Base.
    MOVE WS-Dtc-Dflt-Blank-Pts    TO WS-Dt-Blank-Pts.
    MOVE WS-Dtc-Dflt-Type-Pts     TO WS-Dt-Type-Pts.
    MOVE WS-Dtc-Dflt-Distinct-Pct TO WS-Dt-Distinct-Pct.
    MOVE WS-Dtc-Dflt-Range-Factor TO WS-Dt-Range-Factor.

    MOVE "N" TO WS-Dt-Cfg-Found-Sw.
    IF  WS-Dtc-Count > ZERO
        PERFORM 216-Match-One-Cfg-Row
          VARYING WS-Dtc-Idx FROM 1 BY 1
            UNTIL WS-Dt-Cfg-Found
               OR WS-Dtc-Idx > WS-Dtc-Count
    END-IF.

*>------------------------------------------------
216-Match-One-Cfg-Row.
*>------------------------------------------------
    IF  WS-Dtc-Vendor(WS-Dtc-Idx) = WS-Dt-Cfg-Vendor
        MOVE "Y" TO WS-Dt-Cfg-Found-Sw
        MOVE WS-Dtc-Recent-Days(WS-Dtc-Idx)  TO WS-Dt-Recent-Days
        MOVE WS-Dtc-Base-Days(WS-Dtc-Idx)    TO WS-Dt-Base-Days
        MOVE WS-Dtc-Min-Base(WS-Dtc-Idx)     TO WS-Dt-Min-Base
        MOVE WS-Dtc-Blank-Pts(WS-Dtc-Idx)    TO WS-Dt-Blank-Pts
        MOVE WS-Dtc-Type-Pts(WS-Dtc-Idx)     TO WS-Dt-Type-Pts
        MOVE WS-Dtc-Distinct-Pct(WS-Dtc-Idx) TO WS-Dt-Distinct-Pct
        MOVE WS-Dtc-Range-Factor(WS-Dtc-Idx) TO WS-Dt-Range-Factor
    END-IF.

*>------------------------------------------------
220-Place-History-Row.
*>------------------------------------------------
*> Age in days from the run day decides the window -
*> under the recent days is recent, the baseline days
*> after that the baseline.
*>------------------------------------------------
    MOVE DH-Run-Date TO WS-Dt-Row-Num.
    COMPUTE WS-Dt-Row-Age
          = WS-Dt-Run-Int - FUNCTION INTEGER-OF-DATE(WS-Dt-Row-Num).

    EVALUATE TRUE
        WHEN WS-Dt-Row-Age < ZERO
            MOVE ZERO TO WS-Dt-Win
        WHEN WS-Dt-Row-Age < WS-Dt-Recent-Days
            MOVE 2 TO WS-Dt-Win
        WHEN WS-Dt-Row-Age < WS-Dt-Recent-Days + WS-Dt-Base-Days
            MOVE 1 TO WS-Dt-Win
        WHEN OTHER
            MOVE ZERO TO WS-Dt-Win
    END-EVALUATE.

    IF  WS-Dt-Win > ZERO
        PERFORM 240-Find-Trend-Slot
        IF  WS-Dt-Slot > ZERO
            SET WS-Dt-Idx TO WS-Dt-Slot
            PERFORM 250-Add-To-Window
        END-IF
    END-IF.

*>------------------------------------------------
240-Find-Trend-Slot.
*>------------------------------------------------
*> Locate (or open) the slot for the history row's
*> vendor, layout version and column - same find-or-
*> open shape as PGM27's score slots.
*>------------------------------------------------
    MOVE ZERO TO WS-Dt-Slot.
    MOVE "N"  TO WS-Dt-Found-Sw.

    IF  WS-Dt-Count > ZERO
        PERFORM 241-Match-One-Trend-Slot
          VARYING WS-Dt-Idx FROM 1 BY 1
            UNTIL WS-Dt-Slot-Found
               OR WS-Dt-Idx > WS-Dt-Count
    END-IF.

    IF  NOT WS-Dt-Slot-Found
        IF  WS-Dt-Count < WS-Dt-Slot-Limit
            ADD 1 TO WS-Dt-Count
            SET WS-Dt-Idx TO WS-Dt-Count
            MOVE DH-Vendor   TO WS-Dt-Vendor(WS-Dt-Idx)
            MOVE DH-Version  TO WS-Dt-Version(WS-Dt-Idx)
            MOVE DH-Col-Num  TO WS-Dt-Col(WS-Dt-Idx)
            MOVE DH-Col-Type TO WS-Dt-Type(WS-Dt-Idx)
            PERFORM 242-Clear-One-Window
              VARYING WS-Dt-Clr-Win FROM 1 BY 1
                UNTIL WS-Dt-Clr-Win > 2
            MOVE WS-Dt-Count TO WS-Dt-Slot
        ELSE
            MOVE "Y" TO WS-Dt-Full-Sw
        END-IF
    END-IF.

*>------------------------------------------------
241-Match-One-Trend-Slot.
*>------------------------------------------------
    IF  WS-Dt-Vendor(WS-Dt-Idx)  = DH-Vendor
    AND WS-Dt-Version(WS-Dt-Idx) = DH-Version
    AND WS-Dt-Col(WS-Dt-Idx)     = DH-Col-Num
        MOVE "Y" TO WS-Dt-Found-Sw
        SET WS-Dt-Slot TO WS-Dt-Idx
    END-IF.

*>------------------------------------------------
242-Clear-One-Window.
*>------------------------------------------------
    MOVE ZERO TO WS-Dt-Files(WS-Dt-Idx, WS-Dt-Clr-Win)
                 WS-Dt-Rows(WS-Dt-Idx, WS-Dt-Clr-Win)
                 WS-Dt-Blank(WS-Dt-Idx, WS-Dt-Clr-Win)
                 WS-Dt-Bad-Type(WS-Dt-Idx, WS-Dt-Clr-Win)
                 WS-Dt-Distinct(WS-Dt-Idx, WS-Dt-Clr-Win)
                 WS-Dt-Mag(WS-Dt-Idx, WS-Dt-Clr-Win).
    MOVE "N"  TO WS-Dt-Capped-Sw(WS-Dt-Idx, WS-Dt-Clr-Win).

*>------------------------------------------------
250-Add-To-Window.
*>------------------------------------------------
*> One profiled file's column into the slot's window.
*> The magnitude of a numeric column is the larger of
*> its absolute low and high - a value that went from
*> cents to whole units (or lost its implied decimal
*> point) shows as a power-of-ten jump.
*>------------------------------------------------
    ADD 1           TO WS-Dt-Files(WS-Dt-Idx, WS-Dt-Win).
    ADD DH-Rows     TO WS-Dt-Rows(WS-Dt-Idx, WS-Dt-Win).
    ADD DH-Blank    TO WS-Dt-Blank(WS-Dt-Idx, WS-Dt-Win).
    ADD DH-Bad-Type TO WS-Dt-Bad-Type(WS-Dt-Idx, WS-Dt-Win).
    ADD DH-Distinct TO WS-Dt-Distinct(WS-Dt-Idx, WS-Dt-Win).
    IF  DH-Distinct-Cap = "+"
        MOVE "Y" TO WS-Dt-Capped-Sw(WS-Dt-Idx, WS-Dt-Win)
    END-IF.

    IF  DH-Col-Type = "N"
    AND DH-Min NOT = SPACE
    AND DH-Max NOT = SPACE
        COMPUTE WS-Dt-Row-Mag  = FUNCTION ABS(FUNCTION NUMVAL(DH-Min))
        COMPUTE WS-Dt-Row-Mag2 = FUNCTION ABS(FUNCTION NUMVAL(DH-Max))
        IF  WS-Dt-Row-Mag2 > WS-Dt-Row-Mag
            MOVE WS-Dt-Row-Mag2 TO WS-Dt-Row-Mag
        END-IF
        IF  WS-Dt-Row-Mag > WS-Dt-Mag(WS-Dt-Idx, WS-Dt-Win)
            MOVE WS-Dt-Row-Mag TO WS-Dt-Mag(WS-Dt-Idx, WS-Dt-Win)
        END-IF
    END-IF.

*>------------------------------------------------
300-Write-Trend-Report.
*>------------------------------------------------
    MOVE SPACE TO WS-DQ-Trend-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "dq-trend-" DELIMITED BY SIZE
           WS-Dt-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-DQ-Trend-Rpt-Path
    END-STRING.

    OPEN OUTPUT DQ-Trend-Rpt-File.
    IF  WS-StatusDTR NOT = "00"
        MOVE "DQ trend: unable to open report file - skipped"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        GO TO 300-Trend-Report-Exit
    END-IF.

    MOVE SPACE TO DQ-Trend-Rpt-Line.
    STRING "DATA QUALITY TREND - " DELIMITED BY SIZE
           WS-Dt-Date DELIMITED BY SIZE
      INTO DQ-Trend-Rpt-Line
    END-STRING.
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        STRING "DATA QUALITY TREND - " DELIMITED BY SIZE
               WS-Dt-Date DELIMITED BY SIZE
               "   COMPANY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO DQ-Trend-Rpt-Line
        END-STRING
    END-IF.
    WRITE DQ-Trend-Rpt-Line.

    MOVE WS-Dtc-Dflt-Recent-Days TO WS-Dt-Days-Edit.
    MOVE WS-Dtc-Dflt-Base-Days   TO WS-Dt-Days-Edit2.
    MOVE SPACE TO DQ-Trend-Rpt-Line.
    STRING "RECENT " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Days-Edit) DELIMITED BY SIZE
           " DAY(S) AGAINST THE " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Days-Edit2) DELIMITED BY SIZE
           " BEFORE, UNLESS DQ-TREND.CFG SETS THE VENDOR'S OWN"
             DELIMITED BY SIZE
      INTO DQ-Trend-Rpt-Line
    END-STRING.
    WRITE DQ-Trend-Rpt-Line.

    MOVE SPACE TO DQ-Trend-Rpt-Line.
    WRITE DQ-Trend-Rpt-Line.

    MOVE "VENDOR      VERSION  COL  TYPE   MEASURE             BASELINE            RECENT"
      TO DQ-Trend-Rpt-Line.
    WRITE DQ-Trend-Rpt-Line.

    IF  WS-Dt-Count > ZERO
        PERFORM 310-Judge-One-Slot
          THRU 310-Judge-Exit
          VARYING WS-Dt-Idx FROM 1 BY 1
            UNTIL WS-Dt-Idx > WS-Dt-Count
    END-IF.

    IF  WS-Dt-Flagged = ZERO
        MOVE "(no column moved past its thresholds)"
          TO DQ-Trend-Rpt-Line
        WRITE DQ-Trend-Rpt-Line
    END-IF.

    MOVE WS-Dt-Compared TO WS-Dt-Count-Edit.
    MOVE WS-Dt-Flagged  TO WS-Dt-Count-Edit2.
    MOVE WS-Dt-No-Base  TO WS-Dt-Count-Edit3.
    MOVE SPACE TO DQ-Trend-Rpt-Line.
    WRITE DQ-Trend-Rpt-Line.
    STRING FUNCTION TRIM(WS-Dt-Count-Edit) DELIMITED BY SIZE
           " column(s) compared, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Count-Edit2) DELIMITED BY SIZE
           " flag(s), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Count-Edit3) DELIMITED BY SIZE
           " column(s) without enough baseline yet" DELIMITED BY SIZE
      INTO DQ-Trend-Rpt-Line
    END-STRING.
    WRITE DQ-Trend-Rpt-Line.

    CLOSE DQ-Trend-Rpt-File.

    MOVE SPACE TO WS-MSG.
    STRING "DQ trend " DELIMITED BY SIZE
           WS-Dt-Date DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Count-Edit) DELIMITED BY SIZE
           " compared, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dt-Count-Edit2) DELIMITED BY SIZE
           " flag(s), dq-trend-" DELIMITED BY SIZE
           WS-Dt-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    IF  WS-Dt-Flagged > ZERO
        SET WS-Log-Sev-Warning TO TRUE
        MOVE "300-WRITE-TREND" TO WS-Log-Source-Para
        MOVE 9153 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF
    END-IF.

    MOVE "DQTREND" TO WS-Cat-Type.
    MOVE WS-Dt-Date TO WS-Cat-Date.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company.
    MOVE WS-Dt-Flagged TO WS-Cat-Rows.
    MOVE WS-DQ-Trend-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

*>------------------------------------------------
300-Trend-Report-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Judge-One-Slot.
*>------------------------------------------------
*> A column is judged only when it was seen in the
*> recent window and its baseline holds the vendor's
*> minimum number of files.  Rates are per cent of
*> rows; the distinct figure is the average per file
*> and is left out once either window hit the count
*> cap, where it stops meaning anything.
*>------------------------------------------------
    IF  WS-Dt-Files(WS-Dt-Idx, 2) = ZERO
        GO TO 310-Judge-Exit
    END-IF.

    MOVE WS-Dt-Vendor(WS-Dt-Idx) TO WS-Dt-Cfg-Vendor.
    PERFORM 215-Find-Vendor-Cfg.

    IF  WS-Dt-Files(WS-Dt-Idx, 1) < WS-Dt-Min-Base
    OR  WS-Dt-Files(WS-Dt-Idx, 1) = ZERO
        ADD 1 TO WS-Dt-No-Base
        GO TO 310-Judge-Exit
    END-IF.

    ADD 1 TO WS-Dt-Compared.

*>  blank rate.
    COMPUTE WS-Dt-Base-Rate ROUNDED
          = (WS-Dt-Blank(WS-Dt-Idx, 1) * 100)
          / WS-Dt-Rows(WS-Dt-Idx, 1).
    COMPUTE WS-Dt-Recent-Rate ROUNDED
          = (WS-Dt-Blank(WS-Dt-Idx, 2) * 100)
          / WS-Dt-Rows(WS-Dt-Idx, 2).
    COMPUTE WS-Dt-Rate-Move
          = FUNCTION ABS(WS-Dt-Recent-Rate - WS-Dt-Base-Rate).
    IF  WS-Dt-Rate-Move >= WS-Dt-Blank-Pts
        MOVE "BLANK %"         TO WS-Dt-Measure
        MOVE WS-Dt-Base-Rate   TO WS-Dt-Base-Value
        MOVE WS-Dt-Recent-Rate TO WS-Dt-Recent-Value
        PERFORM 320-Write-Flag-Line
    END-IF.

*>  type-failure rate - only a typed column can fail.
    IF  WS-Dt-Type(WS-Dt-Idx) = "N"
    OR  WS-Dt-Type(WS-Dt-Idx) = "D"
        COMPUTE WS-Dt-Base-Rate ROUNDED
              = (WS-Dt-Bad-Type(WS-Dt-Idx, 1) * 100)
              / WS-Dt-Rows(WS-Dt-Idx, 1)
        COMPUTE WS-Dt-Recent-Rate ROUNDED
              = (WS-Dt-Bad-Type(WS-Dt-Idx, 2) * 100)
              / WS-Dt-Rows(WS-Dt-Idx, 2)
        COMPUTE WS-Dt-Rate-Move
              = FUNCTION ABS(WS-Dt-Recent-Rate - WS-Dt-Base-Rate)
        IF  WS-Dt-Rate-Move >= WS-Dt-Type-Pts
            MOVE "TYPE FAIL %"     TO WS-Dt-Measure
            MOVE WS-Dt-Base-Rate   TO WS-Dt-Base-Value
            MOVE WS-Dt-Recent-Rate TO WS-Dt-Recent-Value
            PERFORM 320-Write-Flag-Line
        END-IF
    END-IF.

*>  average distinct values per file.
    IF  WS-Dt-Capped-Sw(WS-Dt-Idx, 1) NOT = "Y"
    AND WS-Dt-Capped-Sw(WS-Dt-Idx, 2) NOT = "Y"
        COMPUTE WS-Dt-Base-Value ROUNDED
              = WS-Dt-Distinct(WS-Dt-Idx, 1) / WS-Dt-Files(WS-Dt-Idx, 1)
        COMPUTE WS-Dt-Recent-Value ROUNDED
              = WS-Dt-Distinct(WS-Dt-Idx, 2) / WS-Dt-Files(WS-Dt-Idx, 2)
        EVALUATE TRUE
            WHEN WS-Dt-Base-Value = ZERO
                IF  WS-Dt-Recent-Value > ZERO
                    MOVE "DISTINCT AVG" TO WS-Dt-Measure
                    PERFORM 320-Write-Flag-Line
                END-IF
            WHEN OTHER
                COMPUTE WS-Dt-Rate-Move ROUNDED
                      = (FUNCTION ABS(WS-Dt-Recent-Value - WS-Dt-Base-Value)
                          * 100) / WS-Dt-Base-Value
                  ON SIZE ERROR
                      MOVE 99999 TO WS-Dt-Rate-Move
                END-COMPUTE
                IF  WS-Dt-Rate-Move >= WS-Dt-Distinct-Pct
                    MOVE "DISTINCT AVG" TO WS-Dt-Measure
                    PERFORM 320-Write-Flag-Line
                END-IF
        END-EVALUATE
    END-IF.

*>  numeric magnitude, a factor either way.
    IF  WS-Dt-Type(WS-Dt-Idx) = "N"
    AND WS-Dt-Range-Factor > 1
    AND WS-Dt-Mag(WS-Dt-Idx, 1) > ZERO
    AND WS-Dt-Mag(WS-Dt-Idx, 2) > ZERO
        MOVE WS-Dt-Mag(WS-Dt-Idx, 1) TO WS-Dt-Base-Value
        MOVE WS-Dt-Mag(WS-Dt-Idx, 2) TO WS-Dt-Recent-Value
        IF  WS-Dt-Recent-Value >= WS-Dt-Base-Value * WS-Dt-Range-Factor
        OR  WS-Dt-Recent-Value * WS-Dt-Range-Factor <= WS-Dt-Base-Value
            MOVE "MAGNITUDE" TO WS-Dt-Measure
            PERFORM 320-Write-Flag-Line
        END-IF
    END-IF.

*>------------------------------------------------
310-Judge-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
320-Write-Flag-Line.
*>------------------------------------------------
    ADD 1 TO WS-Dt-Flagged.

    MOVE SPACE TO WS-Dt-Rpt-Row.
    MOVE WS-Dt-Vendor(WS-Dt-Idx)  TO WS-Dtr-Vendor.
    MOVE WS-Dt-Version(WS-Dt-Idx) TO WS-Dtr-Version.
    MOVE WS-Dt-Col(WS-Dt-Idx)     TO WS-Dtr-Col.
    MOVE WS-Dt-Type(WS-Dt-Idx)    TO WS-Dtr-Type.
    MOVE WS-Dt-Measure            TO WS-Dtr-Measure.
    MOVE WS-Dt-Base-Value         TO WS-Dtr-Base.
    MOVE WS-Dt-Recent-Value       TO WS-Dtr-Recent.

    WRITE DQ-Trend-Rpt-Line FROM WS-Dt-Rpt-Row.

*>------------------------------------------------
910-Write-Log-Line.
*>------------------------------------------------
*> single WRITE choke point for Log-File so every
*> WRITE's file status gets looked at.
*>------------------------------------------------
    WRITE Log-File-Printline
      FROM WS-Log-Line
      AFTER ADVANCING 1
    END-WRITE.

    IF  WS-StatusLOG NOT = "00"
        PERFORM 999-Status-Handler
    END-IF.

*>------------------------------------------------
911-Write-Log-Struct-Line.
*>------------------------------------------------
*> WRITE choke point for the fixed-width severity /
*> source-paragraph / event-code record, mirroring
*> PGM00's own 911-Write-Log-Struct-Line.
*>------------------------------------------------
    WRITE Log-File-Structured
      FROM WS-Log-Struct-Line
      AFTER ADVANCING 1
    END-WRITE.

    IF  WS-StatusLOG NOT = "00"
        PERFORM 999-Status-Handler
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

END PROGRAM PGM68.
