*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM65.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Daily QA sample draw.
*> Picks a random but reproducible sample of the
*> records PGM15 posted for each vendor on one posting
*> day and queues them for review on PGM66's screen -
*> the QA queue, qa-queue.dat beside each company's
*> transaction master.  How many are drawn comes off
*> ./reports/qa-sample.cfg: a percentage of the day's
*> postings with a minimum count, and a heavier rate
*> and minimum for a vendor still on probation (PGM51)
*> or with a reject on the ledger in the last N days.
*> The draw is seeded from the posting date and the
*> vendor code alone, so re-running the day picks the
*> very same records; a date and vendor already in the
*> queue are never drawn twice.  Reversal offsets and
*> opening balances are not vendor postings and are
*> never sampled.
*> The posting day is today's, or PGM00_QA_DATE
*> (YYYYMMDD) for a catch-up run.  Runs after PGM15 in
*> the nightly chain (a job-chain.cfg row adds it - see
*> PGM00B); PGM67 summarizes the verdicts monthly.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Reject-Ledger-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Onboard-Select.cpy".
COPY "./copybooks/QA-Sample-Cfg-Select.cpy".
COPY "./copybooks/QA-Queue-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Reject-Ledger-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Onboard-FD.cpy".
COPY "./copybooks/QA-Sample-Cfg-FD.cpy".
COPY "./copybooks/QA-Queue-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM65".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Reject-Ledger-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".

COPY "./copybooks/Onboard-WS.cpy".

COPY "./copybooks/QA-Sample-Cfg-WS.cpy".

COPY "./copybooks/QA-Queue-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  QA-Sweep-EOF             VALUE "Y".
01  WS-EOF-RJL2                  PIC X(01) VALUE "N".
    88  QA-Reject-EOF            VALUE "Y".

*> the posting day under draw, as text and as a day
*> number for the reject look-back arithmetic.
01  WS-Qa-Date                   PIC X(08) VALUE SPACE.
01  WS-Qa-Date-Raw               PIC X(08) VALUE SPACE.
01  WS-Qa-Date-Num               PIC 9(08) VALUE ZERO.
01  WS-Qa-Date-Int               PIC 9(07) VALUE ZERO.
01  WS-Qa-Reject-Num             PIC 9(08) VALUE ZERO.
01  WS-Qa-Reject-Int             PIC 9(07) VALUE ZERO.

*> the day's postings for this company - every record
*> that can be drawn, in master key order.  Only the
*> first 5000 are kept.
01  WS-Qa-Pop-Table.
    05  WS-Qa-Pop-Count          PIC 9(05) VALUE ZERO.
    05  WS-Qa-Pop-Entry OCCURS 5000 TIMES
                          INDEXED BY WS-Qp-Idx.
        10  WS-Qa-Pop-Vendor     PIC X(10).
        10  WS-Qa-Pop-Doc        PIC 9(09).
        10  WS-Qa-Pop-Source     PIC X(80).
        10  WS-Qa-Pop-Line       PIC 9(07).
        10  WS-Qa-Pop-Canon      PIC X(01).
01  WS-Qa-Pop-Full-Sw            PIC X(01) VALUE "N".
    88  WS-Qa-Pop-Full           VALUE "Y".

*> one slot per vendor posted on the day - how many it
*> posted, whether the queue already holds its sample,
*> its most recent reject on or before the day, and the
*> draw worked out for it.
01  WS-Qa-Vnd-Table.
    05  WS-Qa-Vnd-Count          PIC 9(02) VALUE ZERO.
    05  WS-Qa-Vnd-Entry OCCURS 40 TIMES
                          INDEXED BY WS-Qv-Idx.
        10  WS-Qa-Vnd-Code       PIC X(10).
        10  WS-Qa-Vnd-Posted     PIC 9(05).
        10  WS-Qa-Vnd-Queued-Sw  PIC X(01).
        10  WS-Qa-Vnd-Last-Rej   PIC X(08).
        10  WS-Qa-Vnd-Heavy-Sw   PIC X(01).
        10  WS-Qa-Vnd-Drawn      PIC 9(05).
01  WS-Qa-Want-Vendor            PIC X(10) VALUE SPACE.
01  WS-Qa-Vnd-Slot               PIC 9(02) VALUE ZERO.
01  WS-Qa-Vnd-Found-Sw           PIC X(01) VALUE "N".
    88  WS-Qa-Vnd-Found          VALUE "Y".

*> the vendor's rates as they apply to this draw.
01  WS-Qa-Rate                   PIC 9(03) VALUE ZERO.
01  WS-Qa-Min                    PIC 9(04) VALUE ZERO.
01  WS-Qa-Heavy-Rate             PIC 9(03) VALUE ZERO.
01  WS-Qa-Heavy-Min              PIC 9(04) VALUE ZERO.
01  WS-Qa-Reject-Days            PIC 9(03) VALUE ZERO.
01  WS-Qa-Rate-Found-Sw          PIC X(01) VALUE "N".
    88  WS-Qa-Rate-Found         VALUE "Y".

*> the draw itself - the vendor's postings by position
*> in the day's table, shuffled front-first (a partial
*> Fisher-Yates) by a Park-Miller generator seeded from
*> the date and the vendor code.
01  WS-Qa-Pick-Table.
    05  WS-Qa-Pick-Count         PIC 9(05) VALUE ZERO.
    05  WS-Qa-Pick-Pos OCCURS 5000 TIMES
                         PIC 9(05).
01  WS-Qa-Pick-Num               PIC 9(05) VALUE ZERO.
01  WS-Qa-Swap-Num               PIC 9(05) VALUE ZERO.
01  WS-Qa-Swap-Hold              PIC 9(05) VALUE ZERO.
01  WS-Qa-Sample-Size            PIC 9(05) VALUE ZERO.
01  WS-Qa-Seed                   PIC 9(10) VALUE ZERO.
01  WS-Qa-Seed-Start             PIC 9(10) VALUE ZERO.
01  WS-Qa-Seed-Work              PIC 9(15) VALUE ZERO.
01  WS-Qa-Char-Num               PIC 9(02) VALUE ZERO.
01  WS-Qa-Vendor-Hash            PIC 9(09) VALUE ZERO.

01  WS-Qa-Queue-Open-Sw          PIC X(01) VALUE "N".
    88  WS-Qa-Queue-Open         VALUE "Y".
01  WS-Qa-Co-Drawn               PIC 9(05) VALUE ZERO.
01  WS-Qa-Co-Vendors             PIC 9(02) VALUE ZERO.

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
    MOVE "PGM65 completed successfully" TO WS-Return-Msg.

    IF  WS-Log-File-Open
        MOVE "PGM65 QA sample draw complete"
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
*> overlay, config loads, and company-table load as
*> PGM01's own 090-Init-Root-Path, plus the posting
*> day under draw.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    MOVE CDT-Date TO WS-Qa-Date.

    ACCEPT WS-Qa-Date-Raw FROM ENVIRONMENT "PGM00_QA_DATE"
      END-ACCEPT.
    IF  WS-Qa-Date-Raw IS NUMERIC
        MOVE WS-Qa-Date-Raw TO WS-Qa-Date
    END-IF.

    MOVE WS-Qa-Date TO WS-Qa-Date-Num.
    COMPUTE WS-Qa-Date-Int
          = FUNCTION INTEGER-OF-DATE(WS-Qa-Date-Num).

    PERFORM 091-Load-Dir-Table.

    PERFORM 093-Load-Vendor-Table.

    PERFORM 083-Load-Onboard-Table.

    PERFORM 085-Load-Sample-Rates.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
083-Load-Onboard-Table.
*>------------------------------------------------
*> Same ./reports/vendor-onboarding.dat load as
*> PGM01's 083-Load-Onboard-Table - a vendor still on
*> probation is sampled at the heavier rate.
*>------------------------------------------------
    MOVE SPACE TO WS-Onboard-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-onboarding.dat" DELIMITED BY SIZE
      INTO WS-Onboard-Path
    END-STRING.

    MOVE ZERO TO WS-Obd-Count.

    MOVE "N" TO WS-EOF-OBD.
    OPEN INPUT Onboard-File.
    IF  WS-StatusOBD = "00"
        PERFORM 0831-Read-Onboard-Row
          UNTIL Onboard-EOF
        CLOSE Onboard-File
    END-IF.

*>------------------------------------------------
0831-Read-Onboard-Row.
*>------------------------------------------------
    READ Onboard-File
        AT END
            MOVE "Y" TO WS-EOF-OBD
        NOT AT END
            IF  OB-Vendor-Code NOT = SPACE
            AND WS-Obd-Count < 40
                ADD 1 TO WS-Obd-Count
                SET WS-Obd-Idx TO WS-Obd-Count
                MOVE OB-Vendor-Code     TO WS-Obd-Vendor(WS-Obd-Idx)
                MOVE OB-Status          TO WS-Obd-Status(WS-Obd-Idx)
                MOVE OB-Probation-Count TO WS-Obd-Probation(WS-Obd-Idx)
                MOVE OB-Signed-Count    TO WS-Obd-Signed(WS-Obd-Idx)
                MOVE OB-Setup-User      TO WS-Obd-Setup-User(WS-Obd-Idx)
                MOVE OB-Setup-Stamp     TO WS-Obd-Setup-Stamp(WS-Obd-Idx)
                MOVE OB-Ended-Stamp     TO WS-Obd-Ended-Stamp(WS-Obd-Idx)
                MOVE OB-Approver        TO WS-Obd-Approver(WS-Obd-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0832-Check-Vendor-Probation.
*>------------------------------------------------
*> Same probation test as PGM01's paragraph of the
*> same name, against WS-Obd-Check-Vendor.
*>------------------------------------------------
    MOVE "N" TO WS-Obd-Found-Sw.
    MOVE "N" TO WS-Obd-Probation-Sw.
    MOVE ZERO TO WS-Obd-Hit.

    IF  WS-Obd-Check-Vendor NOT = SPACE
        PERFORM 08321-Match-One-Onboard-Row
          VARYING WS-Obd-Idx FROM 1 BY 1
            UNTIL WS-Obd-Idx > WS-Obd-Count
               OR WS-Obd-Found
    END-IF.

    IF  WS-Obd-Found
    AND WS-Obd-Status(WS-Obd-Hit) = "PROBATION"
        MOVE "Y" TO WS-Obd-Probation-Sw
    END-IF.

*>------------------------------------------------
08321-Match-One-Onboard-Row.
*>------------------------------------------------
    IF  WS-Obd-Vendor(WS-Obd-Idx) = WS-Obd-Check-Vendor
        MOVE "Y" TO WS-Obd-Found-Sw
        SET WS-Obd-Hit TO WS-Obd-Idx
    END-IF.

*>------------------------------------------------
085-Load-Sample-Rates.
*>------------------------------------------------
*> ./reports/qa-sample.cfg - a SPACE or "*" vendor
*> row overlays the compiled defaults, every other row
*> is one vendor's own rates.  No file leaves the
*> compiled defaults in force for every vendor.
*>------------------------------------------------
    MOVE SPACE TO WS-QA-Sample-Cfg-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/qa-sample.cfg" DELIMITED BY SIZE
      INTO WS-QA-Sample-Cfg-Path
    END-STRING.

    MOVE ZERO TO WS-Qsc-Count.

    MOVE "N" TO WS-EOF-QSC.
    OPEN INPUT QA-Sample-Cfg-File.
    IF  WS-StatusQSC = "00"
        PERFORM 086-Read-Sample-Rate-Row
          UNTIL QA-Sample-Cfg-EOF
        CLOSE QA-Sample-Cfg-File
    END-IF.

*>------------------------------------------------
086-Read-Sample-Rate-Row.
*>------------------------------------------------
    READ QA-Sample-Cfg-File
        AT END
            MOVE "Y" TO WS-EOF-QSC
        NOT AT END
            IF  QA-Sample-Cfg-Line(1 : 1) = "#"
            OR  QS-Rate-Pct NOT NUMERIC
            OR  QS-Min-Count NOT NUMERIC
            OR  QS-Heavy-Rate-Pct NOT NUMERIC
            OR  QS-Heavy-Min NOT NUMERIC
            OR  QS-Reject-Days NOT NUMERIC
                CONTINUE
            ELSE
                IF  QS-Vendor = SPACE OR QS-Vendor = "*"
                    MOVE QS-Rate-Pct       TO WS-Qsc-Dflt-Rate
                    MOVE QS-Min-Count      TO WS-Qsc-Dflt-Min
                    MOVE QS-Heavy-Rate-Pct TO WS-Qsc-Dflt-Heavy-Rate
                    MOVE QS-Heavy-Min      TO WS-Qsc-Dflt-Heavy-Min
                    MOVE QS-Reject-Days    TO WS-Qsc-Dflt-Reject-Days
                ELSE
                    IF  WS-Qsc-Count < 40
                        ADD 1 TO WS-Qsc-Count
                        SET WS-Qsc-Idx TO WS-Qsc-Count
                        MOVE QS-Vendor    TO WS-Qsc-Vendor(WS-Qsc-Idx)
                        MOVE QS-Rate-Pct  TO WS-Qsc-Rate(WS-Qsc-Idx)
                        MOVE QS-Min-Count TO WS-Qsc-Min(WS-Qsc-Idx)
                        MOVE QS-Heavy-Rate-Pct
                          TO WS-Qsc-Heavy-Rate(WS-Qsc-Idx)
                        MOVE QS-Heavy-Min TO WS-Qsc-Heavy-Min(WS-Qsc-Idx)
                        MOVE QS-Reject-Days
                          TO WS-Qsc-Reject-Days(WS-Qsc-Idx)
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
093-Load-Vendor-Table.
*>------------------------------------------------
*> Same ./reports/vendor-table.cfg load as PGM27's
*> 093-Load-Vendor-Table - the reject ledger has no
*> vendor column, so reject rows are matched the same
*> way intake matched their filenames.
*>------------------------------------------------
    MOVE SPACE TO WS-Vendor-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-table.cfg" DELIMITED BY SIZE
      INTO WS-Vendor-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Vendor-Count.

    MOVE "N" TO WS-EOF-VND.
    OPEN INPUT Vendor-Table-File.
    IF  WS-StatusVND = "00"
        PERFORM 094-Read-Vendor-Table-Row
          UNTIL Vendor-Table-EOF
        CLOSE Vendor-Table-File
    END-IF.

*>------------------------------------------------
094-Read-Vendor-Table-Row.
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
                MOVE VT-Subdir      TO WS-Vendor-Subdir(WS-Vend-Idx)
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
        MOVE SPACE TO WS-MSG
        STRING "PGM65 QA sample draw begin job - posting day "
                 DELIMITED BY SIZE
               WS-Qa-Date DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
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
*> PGM01's 055-Process-One-Company does, then draw
*> this company's sample.
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

    PERFORM 200-Sample-Company
      THRU 200-Sample-Exit.

*>------------------------------------------------
200-Sample-Company.
*>------------------------------------------------
*> One company's draw: what the queue already holds
*> for the day, the day's postings off the master, the
*> reject look-back, then each vendor's sample.
*>------------------------------------------------
    MOVE ZERO TO WS-Qa-Pop-Count
                 WS-Qa-Vnd-Count
                 WS-Qa-Co-Drawn
                 WS-Qa-Co-Vendors.
    MOVE "N" TO WS-Qa-Pop-Full-Sw.

    MOVE SPACE TO WS-QA-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "qa-queue.dat" DELIMITED BY SIZE
      INTO WS-QA-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
        GO TO 200-Sample-Exit
    END-IF.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE WS-Qa-Date                 TO TM-Post-Date.
    MOVE ZERO                       TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 210-Collect-One-Posting
      UNTIL QA-Sweep-EOF.

    CLOSE Trans-Master-File.

    IF  WS-Qa-Pop-Count = ZERO
        GO TO 200-Sample-Exit
    END-IF.

    IF  WS-Qa-Pop-Full
        MOVE SPACE TO WS-MSG
        STRING "QA sample: more than 5000 postings on "
                 DELIMITED BY SIZE
               WS-Qa-Date DELIMITED BY SIZE
               " - the first 5000 drawn from" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

    MOVE "N" TO WS-EOF-QAQ.
    OPEN INPUT QA-Queue-File.
    IF  WS-StatusQAQ = "00"
        PERFORM 220-Note-One-Queued-Row
          UNTIL QA-Queue-EOF
        CLOSE QA-Queue-File
    END-IF.

    MOVE SPACE TO WS-Reject-Ledger-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "rejects-ledger.log" DELIMITED BY SIZE
      INTO WS-Reject-Ledger-Path
    END-STRING.

    MOVE "N" TO WS-EOF-RJL2.
    OPEN INPUT Reject-Ledger-File.
    IF  WS-StatusRJL = "00"
        PERFORM 230-Note-One-Reject
          UNTIL QA-Reject-EOF
        CLOSE Reject-Ledger-File
    END-IF.

    MOVE "N" TO WS-Qa-Queue-Open-Sw.
    OPEN EXTEND QA-Queue-File.
    IF  WS-StatusQAQ NOT = "00"
        OPEN OUTPUT QA-Queue-File
    END-IF.
    IF  WS-StatusQAQ NOT = "00"
        MOVE "QA sample: unable to open the QA queue - skipped"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        GO TO 200-Sample-Exit
    END-IF.
    MOVE "Y" TO WS-Qa-Queue-Open-Sw.

    PERFORM 300-Draw-One-Vendor
      THRU 300-Draw-Exit
      VARYING WS-Qv-Idx FROM 1 BY 1
        UNTIL WS-Qv-Idx > WS-Qa-Vnd-Count.

    CLOSE QA-Queue-File.
    MOVE "N" TO WS-Qa-Queue-Open-Sw.

    MOVE SPACE TO WS-MSG.
    STRING "QA sample: co " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
             DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Qa-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Qa-Co-Drawn DELIMITED BY SIZE
           " queued, " DELIMITED BY SIZE
           WS-Qa-Co-Vendors DELIMITED BY SIZE
           " vendor(s)" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
200-Sample-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Collect-One-Posting.
*>------------------------------------------------
*> One master row per READ NEXT, for as long as the
*> key stays on this company and posting day - every
*> vendor posting kept, with its vendor's slot opened
*> and counted.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date NOT = WS-Qa-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  NOT TM-Is-Reversal
                AND NOT TM-Is-Opening
                    PERFORM 211-Keep-One-Posting
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
211-Keep-One-Posting.
*>------------------------------------------------
    IF  WS-Qa-Pop-Count >= 5000
        MOVE "Y" TO WS-Qa-Pop-Full-Sw
    ELSE
        IF  TM-Vendor-Code = SPACE
            MOVE "GENERAL" TO WS-Qa-Want-Vendor
        ELSE
            MOVE TM-Vendor-Code TO WS-Qa-Want-Vendor
        END-IF
        PERFORM 240-Find-Vendor-Slot

        IF  WS-Qa-Vnd-Slot > ZERO
            ADD 1 TO WS-Qa-Pop-Count
            SET WS-Qp-Idx TO WS-Qa-Pop-Count
            MOVE WS-Qa-Want-Vendor TO WS-Qa-Pop-Vendor(WS-Qp-Idx)
            MOVE TM-Doc-Number     TO WS-Qa-Pop-Doc(WS-Qp-Idx)
            MOVE TM-Source-File    TO WS-Qa-Pop-Source(WS-Qp-Idx)
            IF  TM-Source-Line IS NUMERIC
                MOVE TM-Source-Line TO WS-Qa-Pop-Line(WS-Qp-Idx)
            ELSE
                MOVE ZERO TO WS-Qa-Pop-Line(WS-Qp-Idx)
            END-IF
            MOVE TM-Source-Canon-Sw TO WS-Qa-Pop-Canon(WS-Qp-Idx)
            SET WS-Qv-Idx TO WS-Qa-Vnd-Slot
            ADD 1 TO WS-Qa-Vnd-Posted(WS-Qv-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
220-Note-One-Queued-Row.
*>------------------------------------------------
*> A vendor whose sample for the day is already in
*> the queue is not drawn again.
*>------------------------------------------------
    READ QA-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-QAQ
        NOT AT END
            IF  QQ-Sample-Date = WS-Qa-Date
                PERFORM 221-Mark-Vendor-Queued
                  VARYING WS-Qv-Idx FROM 1 BY 1
                    UNTIL WS-Qv-Idx > WS-Qa-Vnd-Count
            END-IF
    END-READ.

*>------------------------------------------------
221-Mark-Vendor-Queued.
*>------------------------------------------------
    IF  WS-Qa-Vnd-Code(WS-Qv-Idx) = QQ-Vendor
        MOVE "Y" TO WS-Qa-Vnd-Queued-Sw(WS-Qv-Idx)
    END-IF.

*>------------------------------------------------
230-Note-One-Reject.
*>------------------------------------------------
*> One reject ledger row per READ - the filename is
*> matched against the vendor patterns the same way
*> PGM27's scorecard does, and the vendor's latest
*> reject on or before the posting day is kept.
*>------------------------------------------------
    READ Reject-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-RJL2
        NOT AT END
            MOVE Reject-Ledger-Line TO WS-Reject-Ledger-Row
            IF  WS-Reject-Date IS NUMERIC
            AND WS-Reject-Date NOT > WS-Qa-Date
                MOVE SPACE TO WS-Qa-Want-Vendor
                PERFORM 260-Match-Vendor-For-Name
                IF  WS-Vendor-Match-Code = SPACE
                    MOVE "GENERAL" TO WS-Qa-Want-Vendor
                ELSE
                    MOVE WS-Vendor-Match-Code TO WS-Qa-Want-Vendor
                END-IF
                PERFORM 231-Note-Reject-For-Vendor
                  VARYING WS-Qv-Idx FROM 1 BY 1
                    UNTIL WS-Qv-Idx > WS-Qa-Vnd-Count
            END-IF
    END-READ.

*>------------------------------------------------
231-Note-Reject-For-Vendor.
*>------------------------------------------------
    IF  WS-Qa-Vnd-Code(WS-Qv-Idx) = WS-Qa-Want-Vendor
    AND (WS-Qa-Vnd-Last-Rej(WS-Qv-Idx) = SPACE
      OR WS-Reject-Date > WS-Qa-Vnd-Last-Rej(WS-Qv-Idx))
        MOVE WS-Reject-Date TO WS-Qa-Vnd-Last-Rej(WS-Qv-Idx)
    END-IF.

*>------------------------------------------------
240-Find-Vendor-Slot.
*>------------------------------------------------
*> Locate (or open) the slot for WS-Qa-Want-Vendor -
*> same find-or-open shape as PGM27's score slots.
*>------------------------------------------------
    MOVE ZERO TO WS-Qa-Vnd-Slot.
    MOVE "N"  TO WS-Qa-Vnd-Found-Sw.

    IF  WS-Qa-Vnd-Count > ZERO
        PERFORM 241-Match-One-Vendor-Slot
          VARYING WS-Qv-Idx FROM 1 BY 1
            UNTIL WS-Qa-Vnd-Found
               OR WS-Qv-Idx > WS-Qa-Vnd-Count
    END-IF.

    IF  NOT WS-Qa-Vnd-Found
    AND WS-Qa-Vnd-Count < 40
        ADD 1 TO WS-Qa-Vnd-Count
        SET WS-Qv-Idx TO WS-Qa-Vnd-Count
        MOVE WS-Qa-Want-Vendor TO WS-Qa-Vnd-Code(WS-Qv-Idx)
        MOVE ZERO  TO WS-Qa-Vnd-Posted(WS-Qv-Idx)
                      WS-Qa-Vnd-Drawn(WS-Qv-Idx)
        MOVE "N"   TO WS-Qa-Vnd-Queued-Sw(WS-Qv-Idx)
                      WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx)
        MOVE SPACE TO WS-Qa-Vnd-Last-Rej(WS-Qv-Idx)
        MOVE WS-Qa-Vnd-Count TO WS-Qa-Vnd-Slot
    END-IF.

*>------------------------------------------------
241-Match-One-Vendor-Slot.
*>------------------------------------------------
    IF  WS-Qa-Vnd-Code(WS-Qv-Idx) = WS-Qa-Want-Vendor
        MOVE "Y" TO WS-Qa-Vnd-Found-Sw
        SET WS-Qa-Vnd-Slot TO WS-Qv-Idx
    END-IF.

*>------------------------------------------------
260-Match-Vendor-For-Name.
*>------------------------------------------------
*> Same exact-or-trailing-"*" vendor pattern match as
*> PGM27's paragraph of the same name, against the
*> reject row's filename.
*>------------------------------------------------
    MOVE "N"   TO WS-Vendor-Matched-Sw.
    MOVE SPACE TO WS-Vendor-Match-Code.

    IF  WS-Vendor-Count > ZERO
        PERFORM 261-Match-One-Vendor-Row
          VARYING WS-Vend-Idx FROM 1 BY 1
            UNTIL WS-Vendor-Matched
               OR WS-Vend-Idx > WS-Vendor-Count
    END-IF.

*>------------------------------------------------
261-Match-One-Vendor-Row.
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
                  (WS-Reject-Filename(1 : WS-Vendor-Prefix-Len))
              = FUNCTION UPPER-CASE
                  (WS-Vendor-Prefix(1 : WS-Vendor-Prefix-Len))
                MOVE "Y" TO WS-Vendor-Matched-Sw
            END-IF
        END-IF
    ELSE
        IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Reject-Filename))
          = FUNCTION UPPER-CASE
              (FUNCTION TRIM(WS-Vendor-Pattern(WS-Vend-Idx)))
            MOVE "Y" TO WS-Vendor-Matched-Sw
        END-IF
    END-IF.

    IF  WS-Vendor-Matched
        MOVE WS-Vendor-Code(WS-Vend-Idx) TO WS-Vendor-Match-Code
    END-IF.

*>------------------------------------------------
300-Draw-One-Vendor.
*>------------------------------------------------
*> One vendor's sample: its rates, the heavier rate
*> when it is on probation or rejected inside the
*> look-back, the sample size (rate of the day's
*> postings rounded up, never under the minimum, never
*> over what was posted), then the seeded draw.
*>------------------------------------------------
    IF  WS-Qa-Vnd-Queued-Sw(WS-Qv-Idx) = "Y"
    OR  WS-Qa-Vnd-Posted(WS-Qv-Idx) = ZERO
        GO TO 300-Draw-Exit
    END-IF.

    PERFORM 310-Find-Sample-Rates.

    MOVE "N" TO WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx).
    MOVE WS-Qa-Vnd-Code(WS-Qv-Idx) TO WS-Obd-Check-Vendor.
    PERFORM 0832-Check-Vendor-Probation.
    IF  WS-Obd-On-Probation
        MOVE "Y" TO WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx)
    END-IF.

    IF  WS-Qa-Vnd-Last-Rej(WS-Qv-Idx) NOT = SPACE
        MOVE WS-Qa-Vnd-Last-Rej(WS-Qv-Idx) TO WS-Qa-Reject-Num
        COMPUTE WS-Qa-Reject-Int
              = FUNCTION INTEGER-OF-DATE(WS-Qa-Reject-Num)
        IF  WS-Qa-Date-Int - WS-Qa-Reject-Int <= WS-Qa-Reject-Days
            MOVE "Y" TO WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx)
        END-IF
    END-IF.

    IF  WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx) = "Y"
        MOVE WS-Qa-Heavy-Rate TO WS-Qa-Rate
        MOVE WS-Qa-Heavy-Min  TO WS-Qa-Min
    END-IF.

    COMPUTE WS-Qa-Sample-Size
          = (WS-Qa-Vnd-Posted(WS-Qv-Idx) * WS-Qa-Rate + 99) / 100.
    IF  WS-Qa-Sample-Size < WS-Qa-Min
        MOVE WS-Qa-Min TO WS-Qa-Sample-Size
    END-IF.
    IF  WS-Qa-Sample-Size > WS-Qa-Vnd-Posted(WS-Qv-Idx)
        MOVE WS-Qa-Vnd-Posted(WS-Qv-Idx) TO WS-Qa-Sample-Size
    END-IF.
    IF  WS-Qa-Sample-Size = ZERO
        GO TO 300-Draw-Exit
    END-IF.

*>  the vendor's postings, by position in the day's
*>  table, in master key order.
    MOVE ZERO TO WS-Qa-Pick-Count.
    PERFORM 320-Gather-One-Position
      VARYING WS-Qp-Idx FROM 1 BY 1
        UNTIL WS-Qp-Idx > WS-Qa-Pop-Count.

    PERFORM 330-Seed-Draw.
    MOVE WS-Qa-Seed TO WS-Qa-Seed-Start.

    PERFORM 340-Draw-One-Pick
      VARYING WS-Qa-Pick-Num FROM 1 BY 1
        UNTIL WS-Qa-Pick-Num > WS-Qa-Sample-Size.

    MOVE WS-Qa-Sample-Size TO WS-Qa-Vnd-Drawn(WS-Qv-Idx).
    ADD WS-Qa-Sample-Size TO WS-Qa-Co-Drawn.
    ADD 1 TO WS-Qa-Co-Vendors.

    MOVE SPACE TO WS-MSG.
    STRING "QA sample: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Qa-Vnd-Code(WS-Qv-Idx)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Qa-Sample-Size DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-Qa-Vnd-Posted(WS-Qv-Idx) DELIMITED BY SIZE
           " seed " DELIMITED BY SIZE
           WS-Qa-Seed-Start DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    IF  WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx) = "Y"
        STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
               " (heavy rate)" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
300-Draw-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Find-Sample-Rates.
*>------------------------------------------------
*> The vendor's own qa-sample.cfg row, else the
*> default row.  A look-back of zero days counts only
*> a reject on the posting day itself.
*>------------------------------------------------
    MOVE WS-Qsc-Dflt-Rate        TO WS-Qa-Rate.
    MOVE WS-Qsc-Dflt-Min         TO WS-Qa-Min.
    MOVE WS-Qsc-Dflt-Heavy-Rate  TO WS-Qa-Heavy-Rate.
    MOVE WS-Qsc-Dflt-Heavy-Min   TO WS-Qa-Heavy-Min.
    MOVE WS-Qsc-Dflt-Reject-Days TO WS-Qa-Reject-Days.

    MOVE "N" TO WS-Qa-Rate-Found-Sw.
    IF  WS-Qsc-Count > ZERO
        PERFORM 311-Match-One-Rate-Row
          VARYING WS-Qsc-Idx FROM 1 BY 1
            UNTIL WS-Qa-Rate-Found
               OR WS-Qsc-Idx > WS-Qsc-Count
    END-IF.

*>------------------------------------------------
311-Match-One-Rate-Row.
*>------------------------------------------------
    IF  WS-Qsc-Vendor(WS-Qsc-Idx) = WS-Qa-Vnd-Code(WS-Qv-Idx)
        MOVE "Y" TO WS-Qa-Rate-Found-Sw
        MOVE WS-Qsc-Rate(WS-Qsc-Idx)        TO WS-Qa-Rate
        MOVE WS-Qsc-Min(WS-Qsc-Idx)         TO WS-Qa-Min
        MOVE WS-Qsc-Heavy-Rate(WS-Qsc-Idx)  TO WS-Qa-Heavy-Rate
        MOVE WS-Qsc-Heavy-Min(WS-Qsc-Idx)   TO WS-Qa-Heavy-Min
        MOVE WS-Qsc-Reject-Days(WS-Qsc-Idx) TO WS-Qa-Reject-Days
    END-IF.

*>------------------------------------------------
320-Gather-One-Position.
*>------------------------------------------------
    IF  WS-Qa-Pop-Vendor(WS-Qp-Idx) = WS-Qa-Vnd-Code(WS-Qv-Idx)
        ADD 1 TO WS-Qa-Pick-Count
        SET WS-Qa-Pick-Pos(WS-Qa-Pick-Count) TO WS-Qp-Idx
    END-IF.

*>------------------------------------------------
330-Seed-Draw.
*>------------------------------------------------
*> The seed depends on nothing but the posting day and
*> the vendor code - the day's number times a prime
*> plus a position-weighted sum of the code's
*> characters, folded into the generator's range
*> (1 thru 2147483646).
*>------------------------------------------------
    MOVE ZERO TO WS-Qa-Vendor-Hash.
    PERFORM 331-Hash-One-Vendor-Char
      VARYING WS-Qa-Char-Num FROM 1 BY 1
        UNTIL WS-Qa-Char-Num > 10.

    COMPUTE WS-Qa-Seed-Work
          = WS-Qa-Date-Num * 7919 + WS-Qa-Vendor-Hash.
    COMPUTE WS-Qa-Seed
          = FUNCTION MOD(WS-Qa-Seed-Work, 2147483646) + 1.

*>------------------------------------------------
331-Hash-One-Vendor-Char.
*>------------------------------------------------
    COMPUTE WS-Qa-Vendor-Hash
          = WS-Qa-Vendor-Hash
          + FUNCTION ORD(WS-Qa-Vnd-Code(WS-Qv-Idx)
                           (WS-Qa-Char-Num : 1))
          * WS-Qa-Char-Num * 131.

*>------------------------------------------------
340-Draw-One-Pick.
*>------------------------------------------------
*> One Fisher-Yates step: advance the generator, swap
*> a random not-yet-drawn position into this slot, and
*> queue the posting it names.
*>------------------------------------------------
    COMPUTE WS-Qa-Seed-Work = WS-Qa-Seed * 16807.
    COMPUTE WS-Qa-Seed
          = FUNCTION MOD(WS-Qa-Seed-Work, 2147483647).

    COMPUTE WS-Qa-Swap-Num
          = WS-Qa-Pick-Num
          + FUNCTION MOD(WS-Qa-Seed,
                         WS-Qa-Pick-Count - WS-Qa-Pick-Num + 1).

    MOVE WS-Qa-Pick-Pos(WS-Qa-Swap-Num) TO WS-Qa-Swap-Hold.
    MOVE WS-Qa-Pick-Pos(WS-Qa-Pick-Num)
      TO WS-Qa-Pick-Pos(WS-Qa-Swap-Num).
    MOVE WS-Qa-Swap-Hold TO WS-Qa-Pick-Pos(WS-Qa-Pick-Num).

    SET WS-Qp-Idx TO WS-Qa-Swap-Hold.

    MOVE SPACE TO QA-Queue-Line.
    MOVE WS-Qa-Date                  TO QQ-Sample-Date.
    MOVE WS-Qa-Vnd-Code(WS-Qv-Idx)   TO QQ-Vendor.
    MOVE WS-Qa-Date                  TO QQ-Post-Date.
    MOVE WS-Qa-Pop-Doc(WS-Qp-Idx)    TO QQ-Doc-Number.
    MOVE WS-Qa-Pop-Source(WS-Qp-Idx) TO QQ-Source-File.
    MOVE WS-Qa-Pop-Line(WS-Qp-Idx)   TO QQ-Source-Line.
    MOVE WS-Qa-Pop-Canon(WS-Qp-Idx)  TO QQ-Canon-Sw.
    MOVE WS-Qa-Vnd-Heavy-Sw(WS-Qv-Idx) TO QQ-Heavy-Sw.
    MOVE WS-Qa-Seed-Start            TO QQ-Seed.
    MOVE "OPEN"                      TO QQ-Status.
    WRITE QA-Queue-Line.

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
999-Status-Handler.
*>------------------------------------------------
COPY "./copybooks/FileStat-Msgs.cpy".

END PROGRAM PGM65.
