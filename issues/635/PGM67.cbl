*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM67.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Monthly QA report.
*> Rolls each company's QA queue up per vendor for the
*> statement month: how many postings PGM65 drew (and
*> how many of those at the heavier rate), how many
*> PGM66's reviewers have passed and failed, how many
*> still wait, and the error rate - failed over
*> reviewed - with every failure's comment listed under
*> its vendor.  One report per company in ./reports,
*> catalogued for PGM34.  Scheduled as its own
*> month-end step, same as PGM27; the statement month
*> is the current one, or PGM00_QA_MONTH (YYYYMM) for a
*> catch-up run.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/QA-Queue-Select.cpy".
COPY "./copybooks/QA-Rpt-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/QA-Queue-FD.cpy".
COPY "./copybooks/QA-Rpt-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM67".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/QA-Queue-WS.cpy".

COPY "./copybooks/QA-Rpt-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

*> the statement month.
01  WS-Qm-Month                  PIC X(06) VALUE SPACE.
01  WS-Qm-Month-Raw              PIC X(06) VALUE SPACE.

*> one accumulation slot per vendor sampled in the
*> month.
01  WS-Qm-Table.
    05  WS-Qm-Count              PIC 9(02) VALUE ZERO.
    05  WS-Qm-Entry OCCURS 40 TIMES
                      INDEXED BY WS-Qm-Idx.
        10  WS-Qm-Vendor         PIC X(10).
        10  WS-Qm-Drawn          PIC 9(05).
        10  WS-Qm-Heavy          PIC 9(05).
        10  WS-Qm-Passed         PIC 9(05).
        10  WS-Qm-Failed         PIC 9(05).
        10  WS-Qm-Open           PIC 9(05).
01  WS-Qm-Want-Vendor            PIC X(10) VALUE SPACE.
01  WS-Qm-Slot                   PIC 9(02) VALUE ZERO.
01  WS-Qm-Found-Sw               PIC X(01) VALUE "N".
    88  WS-Qm-Slot-Found         VALUE "Y".

*> company totals and the error-rate arithmetic.
01  WS-Qm-Tot-Drawn              PIC 9(06) VALUE ZERO.
01  WS-Qm-Tot-Passed             PIC 9(06) VALUE ZERO.
01  WS-Qm-Tot-Failed             PIC 9(06) VALUE ZERO.
01  WS-Qm-Tot-Open               PIC 9(06) VALUE ZERO.
01  WS-Qm-Reviewed               PIC 9(06) VALUE ZERO.
01  WS-Qm-Rate                   PIC 9(03)V9(01) VALUE ZERO.
01  WS-Qm-Rate-Edit              PIC ZZ9.9 VALUE ZERO.
01  WS-Qm-Count-Edit             PIC Z(05)9 VALUE ZERO.
01  WS-Qm-Count-Edit2            PIC Z(05)9 VALUE ZERO.
01  WS-Qm-Count-Edit3            PIC Z(05)9 VALUE ZERO.
01  WS-Qm-Count-Edit4            PIC Z(05)9 VALUE ZERO.
01  WS-Qm-Count-Edit5            PIC Z(05)9 VALUE ZERO.

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
    MOVE "PGM67 completed successfully" TO WS-Return-Msg.

    IF  WS-Log-File-Open
        MOVE "PGM67 monthly QA report complete"
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
*> 090-Init-Root-Path, plus the statement month.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    MOVE CDT-Date(1 : 6) TO WS-Qm-Month.

    ACCEPT WS-Qm-Month-Raw FROM ENVIRONMENT "PGM00_QA_MONTH"
      END-ACCEPT.
    IF  WS-Qm-Month-Raw IS NUMERIC
        MOVE WS-Qm-Month-Raw TO WS-Qm-Month
    END-IF.

    PERFORM 091-Load-Dir-Table.

    PERFORM 097-Load-Company-Table.

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
        MOVE "PGM67 monthly QA report begin job"
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
*> PGM01's 055-Process-One-Company does, then report
*> on this company's queue.
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

    PERFORM 200-Tally-Company
      THRU 200-Tally-Exit.

*>------------------------------------------------
200-Tally-Company.
*>------------------------------------------------
*> One pass over the queue for the month's counts,
*> then the report - which takes a second pass for
*> the failure comments.  A company that has never
*> been sampled has no queue and no report.
*>------------------------------------------------
    MOVE ZERO TO WS-Qm-Count
                 WS-Qm-Tot-Drawn
                 WS-Qm-Tot-Passed
                 WS-Qm-Tot-Failed
                 WS-Qm-Tot-Open.

    MOVE SPACE TO WS-QA-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "qa-queue.dat" DELIMITED BY SIZE
      INTO WS-QA-Queue-Path
    END-STRING.

    MOVE "N" TO WS-EOF-QAQ.
    OPEN INPUT QA-Queue-File.
    IF  WS-StatusQAQ NOT = "00"
        GO TO 200-Tally-Exit
    END-IF.

    PERFORM 210-Tally-One-Sample
      UNTIL QA-Queue-EOF.

    CLOSE QA-Queue-File.

    PERFORM 300-Write-QA-Report
      THRU 300-QA-Report-Exit.

*>------------------------------------------------
200-Tally-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Tally-One-Sample.
*>------------------------------------------------
    READ QA-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-QAQ
        NOT AT END
            IF  QQ-Sample-Date(1 : 6) = WS-Qm-Month
                MOVE QQ-Vendor TO WS-Qm-Want-Vendor
                PERFORM 240-Find-QA-Slot
                IF  WS-Qm-Slot > ZERO
                    SET WS-Qm-Idx TO WS-Qm-Slot
                    ADD 1 TO WS-Qm-Drawn(WS-Qm-Idx)
                             WS-Qm-Tot-Drawn
                    IF  QQ-Heavy-Sw = "Y"
                        ADD 1 TO WS-Qm-Heavy(WS-Qm-Idx)
                    END-IF
                    EVALUATE TRUE
                        WHEN QQ-Passed
                            ADD 1 TO WS-Qm-Passed(WS-Qm-Idx)
                                     WS-Qm-Tot-Passed
                        WHEN QQ-Failed
                            ADD 1 TO WS-Qm-Failed(WS-Qm-Idx)
                                     WS-Qm-Tot-Failed
                        WHEN OTHER
                            ADD 1 TO WS-Qm-Open(WS-Qm-Idx)
                                     WS-Qm-Tot-Open
                    END-EVALUATE
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
240-Find-QA-Slot.
*>------------------------------------------------
*> Locate (or open) the slot for WS-Qm-Want-Vendor -
*> same find-or-open shape as PGM27's score slots.
*>------------------------------------------------
    MOVE ZERO TO WS-Qm-Slot.
    MOVE "N"  TO WS-Qm-Found-Sw.

    IF  WS-Qm-Count > ZERO
        PERFORM 241-Match-One-QA-Slot
          VARYING WS-Qm-Idx FROM 1 BY 1
            UNTIL WS-Qm-Slot-Found
               OR WS-Qm-Idx > WS-Qm-Count
    END-IF.

    IF  NOT WS-Qm-Slot-Found
    AND WS-Qm-Count < 40
        ADD 1 TO WS-Qm-Count
        SET WS-Qm-Idx TO WS-Qm-Count
        MOVE WS-Qm-Want-Vendor TO WS-Qm-Vendor(WS-Qm-Idx)
        MOVE ZERO TO WS-Qm-Drawn(WS-Qm-Idx)
                     WS-Qm-Heavy(WS-Qm-Idx)
                     WS-Qm-Passed(WS-Qm-Idx)
                     WS-Qm-Failed(WS-Qm-Idx)
                     WS-Qm-Open(WS-Qm-Idx)
        MOVE WS-Qm-Count TO WS-Qm-Slot
    END-IF.

*>------------------------------------------------
241-Match-One-QA-Slot.
*>------------------------------------------------
    IF  WS-Qm-Vendor(WS-Qm-Idx) = WS-Qm-Want-Vendor
        MOVE "Y" TO WS-Qm-Found-Sw
        SET WS-Qm-Slot TO WS-Qm-Idx
    END-IF.

*>------------------------------------------------
300-Write-QA-Report.
*>------------------------------------------------
    MOVE SPACE TO WS-QA-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "qa-report-" DELIMITED BY SIZE
           WS-Qm-Month DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-QA-Rpt-Path
    END-STRING.

    OPEN OUTPUT QA-Rpt-File.
    IF  WS-StatusQAR NOT = "00"
        MOVE "QA report: unable to open report file - skipped"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        GO TO 300-QA-Report-Exit
    END-IF.

    MOVE SPACE TO QA-Rpt-Line.
    STRING "MONTHLY QA REPORT - " DELIMITED BY SIZE
           WS-Qm-Month DELIMITED BY SIZE
      INTO QA-Rpt-Line
    END-STRING.
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        STRING "MONTHLY QA REPORT - " DELIMITED BY SIZE
               WS-Qm-Month DELIMITED BY SIZE
               "   COMPANY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO QA-Rpt-Line
        END-STRING
    END-IF.
    WRITE QA-Rpt-Line.

    MOVE SPACE TO QA-Rpt-Line.
    WRITE QA-Rpt-Line.

    IF  WS-Qm-Count = ZERO
        MOVE "(nothing sampled this month)" TO QA-Rpt-Line
        WRITE QA-Rpt-Line
    ELSE
        MOVE "VENDOR     SAMPLED  HEAVY  PASSED  FAILED    OPEN    ERROR %"
          TO QA-Rpt-Line
        WRITE QA-Rpt-Line
        PERFORM 310-Write-One-Vendor-Line
          VARYING WS-Qm-Idx FROM 1 BY 1
            UNTIL WS-Qm-Idx > WS-Qm-Count
        PERFORM 320-Write-Total-Line
        PERFORM 330-Write-Failures
    END-IF.

    CLOSE QA-Rpt-File.

    MOVE SPACE TO WS-MSG.
    STRING "QA report " DELIMITED BY SIZE
           WS-Qm-Month DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-Qm-Count DELIMITED BY SIZE
           " vendor(s), qa-report-" DELIMITED BY SIZE
           WS-Qm-Month DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    MOVE "QAREPORT" TO WS-Cat-Type.
    MOVE SPACE TO WS-Cat-Date.
    STRING WS-Qm-Month DELIMITED BY SIZE
           "01" DELIMITED BY SIZE
      INTO WS-Cat-Date
    END-STRING.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company.
    MOVE WS-Qm-Count TO WS-Cat-Rows.
    MOVE WS-QA-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

*>------------------------------------------------
300-QA-Report-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Write-One-Vendor-Line.
*>------------------------------------------------
*> The error rate is failed over reviewed - a sample
*> still open counts for neither.
*>------------------------------------------------
    COMPUTE WS-Qm-Reviewed
          = WS-Qm-Passed(WS-Qm-Idx) + WS-Qm-Failed(WS-Qm-Idx).
    IF  WS-Qm-Reviewed > ZERO
        COMPUTE WS-Qm-Rate ROUNDED
              = (WS-Qm-Failed(WS-Qm-Idx) * 100) / WS-Qm-Reviewed
    ELSE
        MOVE ZERO TO WS-Qm-Rate
    END-IF.
    MOVE WS-Qm-Rate TO WS-Qm-Rate-Edit.

    MOVE WS-Qm-Drawn(WS-Qm-Idx)  TO WS-Qm-Count-Edit.
    MOVE WS-Qm-Heavy(WS-Qm-Idx)  TO WS-Qm-Count-Edit2.
    MOVE WS-Qm-Passed(WS-Qm-Idx) TO WS-Qm-Count-Edit3.
    MOVE WS-Qm-Failed(WS-Qm-Idx) TO WS-Qm-Count-Edit4.
    MOVE WS-Qm-Open(WS-Qm-Idx)   TO WS-Qm-Count-Edit5.

    MOVE SPACE TO QA-Rpt-Line.
    STRING WS-Qm-Vendor(WS-Qm-Idx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Qm-Count-Edit2 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit3 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit4 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit5 DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-Qm-Rate-Edit DELIMITED BY SIZE
      INTO QA-Rpt-Line
    END-STRING.
    IF  WS-Qm-Reviewed = ZERO
        MOVE "  n/a" TO QA-Rpt-Line(56 : 5)
    END-IF.
    WRITE QA-Rpt-Line.

*>------------------------------------------------
320-Write-Total-Line.
*>------------------------------------------------
    COMPUTE WS-Qm-Reviewed = WS-Qm-Tot-Passed + WS-Qm-Tot-Failed.
    IF  WS-Qm-Reviewed > ZERO
        COMPUTE WS-Qm-Rate ROUNDED
              = (WS-Qm-Tot-Failed * 100) / WS-Qm-Reviewed
    ELSE
        MOVE ZERO TO WS-Qm-Rate
    END-IF.
    MOVE WS-Qm-Rate TO WS-Qm-Rate-Edit.

    MOVE WS-Qm-Tot-Drawn  TO WS-Qm-Count-Edit.
    MOVE WS-Qm-Tot-Passed TO WS-Qm-Count-Edit3.
    MOVE WS-Qm-Tot-Failed TO WS-Qm-Count-Edit4.
    MOVE WS-Qm-Tot-Open   TO WS-Qm-Count-Edit5.

    MOVE SPACE TO QA-Rpt-Line.
    STRING "TOTAL       " DELIMITED BY SIZE
           WS-Qm-Count-Edit DELIMITED BY SIZE
           "         " DELIMITED BY SIZE
           WS-Qm-Count-Edit3 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit4 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-Qm-Count-Edit5 DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           WS-Qm-Rate-Edit DELIMITED BY SIZE
      INTO QA-Rpt-Line
    END-STRING.
    IF  WS-Qm-Reviewed = ZERO
        MOVE "  n/a" TO QA-Rpt-Line(56 : 5)
    END-IF.
    WRITE QA-Rpt-Line.

*>------------------------------------------------
330-Write-Failures.
*>------------------------------------------------
*> Every failed sample of the month, with what its
*> reviewer said was wrong - a second pass over the
*> queue, in queue order.
*>------------------------------------------------
    IF  WS-Qm-Tot-Failed = ZERO
        CONTINUE
    ELSE
        MOVE SPACE TO QA-Rpt-Line
        WRITE QA-Rpt-Line
        MOVE "FAILED SAMPLES:" TO QA-Rpt-Line
        WRITE QA-Rpt-Line

        MOVE "N" TO WS-EOF-QAQ
        OPEN INPUT QA-Queue-File
        IF  WS-StatusQAQ = "00"
            PERFORM 331-Write-One-Failure
              UNTIL QA-Queue-EOF
            CLOSE QA-Queue-File
        END-IF
    END-IF.

*>------------------------------------------------
331-Write-One-Failure.
*>------------------------------------------------
    READ QA-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-QAQ
        NOT AT END
            IF  QQ-Sample-Date(1 : 6) = WS-Qm-Month
            AND QQ-Failed
                MOVE SPACE TO QA-Rpt-Line
                STRING "  " DELIMITED BY SIZE
                       QQ-Vendor DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       QQ-Post-Date DELIMITED BY SIZE
                       " DOC " DELIMITED BY SIZE
                       QQ-Doc-Number DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(QQ-Source-File) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       QQ-Source-Line DELIMITED BY SIZE
                  INTO QA-Rpt-Line
                END-STRING
                WRITE QA-Rpt-Line

                MOVE SPACE TO QA-Rpt-Line
                STRING "      " DELIMITED BY SIZE
                       FUNCTION TRIM(QQ-Reviewer) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       QQ-Review-Stamp(1 : 8) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(QQ-Comment) DELIMITED BY SIZE
                  INTO QA-Rpt-Line
                END-STRING
                WRITE QA-Rpt-Line
            END-IF
    END-READ.

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

END PROGRAM PGM67.
