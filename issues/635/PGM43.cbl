*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM43.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Fiscal year-end close.
*> The transaction master keeps every posting PGM15
*> and PGM40 ever wrote, so every inquiry and extract
*> over it wades through all prior years.  This closes
*> one fiscal (calendar) year per company: it proves
*> the year's master rows against the posting and
*> reversal registers the report catalog lists for the
*> year, books every row through the GL account map
*> (./reports/gl-account-map.cfg, same lookup as
*> PGM39) into a closing balance per account, writes
*> each nonzero balance back as an opening-balance
*> document (TM-Entry-Type "O") dated 1 January of
*> the new year, and moves the closed year's rows to
*> transaction-master-YYYY.dat (same layout) - WRITE
*> there first, DELETE from the master only after it
*> lands.  Finance gets yearend-summary-YYYY.rpt with
*> the proof, the balances carried forward, and a
*> sign-off block.  A year that does not prove, has
*> an OPEN period in period-control.cfg, or holds a
*> posting that maps to no account is NOT closed -
*> the summary says why, an alert is raised, and the
*> run ends with the WARNING return (4).  The year is
*> the prior calendar year, or PGM00_CLOSE_YEAR
*> (YYYY); PGM00_CLOSE_FORCE = CONFIRM closes a year
*> whose registers no longer prove it (aged out by
*> retention, say) and says so on the summary.  A
*> close interrupted after its opening balances went
*> in finishes the move on the next run.  Scheduled
*> as its own period job.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Trans-Hist-Select.cpy".
COPY "./copybooks/Posting-Seq-Select.cpy".
COPY "./copybooks/Posting-Reg-Select.cpy".
COPY "./copybooks/Period-Ctl-Select.cpy".
COPY "./copybooks/GL-Map-Select.cpy".
COPY "./copybooks/Yearend-Rpt-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Trans-Hist-FD.cpy".
COPY "./copybooks/Posting-Seq-FD.cpy".
COPY "./copybooks/Posting-Reg-FD.cpy".
COPY "./copybooks/Period-Ctl-FD.cpy".
COPY "./copybooks/GL-Map-FD.cpy".
COPY "./copybooks/Yearend-Rpt-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM43".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Trans-Hist-WS.cpy".

COPY "./copybooks/Posting-Seq-WS.cpy".

COPY "./copybooks/Posting-Reg-WS.cpy".

COPY "./copybooks/Period-Ctl-WS.cpy".

COPY "./copybooks/GL-Map-WS.cpy".

COPY "./copybooks/Yearend-Rpt-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-OS-User                   PIC X(20) VALUE SPACE.

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Close-Sweep-EOF          VALUE "Y".
01  WS-EOF-PRG                   PIC X(01) VALUE "N".
    88  Register-EOF             VALUE "Y".

01  WS-Ye-Year-Raw               PIC X(04) VALUE SPACE.
01  WS-Ye-Force-Raw              PIC X(08) VALUE SPACE.
01  WS-Ye-Force-Sw               PIC X(01) VALUE "N".
    88  WS-Ye-Force              VALUE "Y".
01  WS-Ye-Year-OK-Sw             PIC X(01) VALUE "N".
    88  WS-Ye-Year-OK            VALUE "Y".

*> how the posting under review reads - same
*> derivation as PGM39's journal fields.
01  WS-Ye-Vendor                 PIC X(10) VALUE SPACE.
01  WS-Ye-Delim                  PIC X(01) VALUE "|".
01  WS-Ye-Work-Line              PIC X(200) VALUE SPACE.

*> one company's verdict: held (nothing closed, and
*> why), proven against the registers, or resumed (an
*> earlier run's opening balances are already in).
01  WS-Ye-Index-Open-Sw          PIC X(01) VALUE "N".
    88  WS-Ye-Index-Open         VALUE "Y".
01  WS-Ye-Held-Sw                PIC X(01) VALUE "N".
    88  WS-Ye-Held               VALUE "Y".
01  WS-Ye-Hold-Reason            PIC X(60) VALUE SPACE.
01  WS-Ye-Proven-Sw              PIC X(01) VALUE "N".
    88  WS-Ye-Proven             VALUE "Y".
01  WS-Ye-Resume-Sw              PIC X(01) VALUE "N".
    88  WS-Ye-Resume             VALUE "Y".

01  WS-Ye-Companies-Closed       PIC 9(02) VALUE ZERO.
01  WS-Ye-Companies-Held         PIC 9(02) VALUE ZERO.

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
*> in this system.  A company whose year is held ends
*> the run with the WARNING return (4); a close year
*> that is not a finished year stops the job (8).
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 100-Check-Close-Year.

    IF  WS-Ye-Year-OK
        PERFORM 055-Process-One-Company
          VARYING WS-Co-Idx FROM 1 BY 1
            UNTIL WS-Co-Idx > WS-Company-Count

        IF  WS-Ye-Companies-Held > ZERO
            MOVE 4 TO WS-Return
            MOVE "PGM43 year-end close held - see yearend summary"
              TO WS-Return-Msg
        ELSE
            MOVE ZERO TO WS-Return
            MOVE "PGM43 completed successfully" TO WS-Return-Msg
        END-IF
    ELSE
        MOVE 8 TO WS-Return
        MOVE WS-MSG TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM43 fiscal year-end close complete"
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
*> overlay, and company-table load as PGM39's own
*> 090-Init-Root-Path, plus the year to close and the
*> operator the summary is prepared under.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    COMPUTE WS-Ye-Year = CDT-Year - 1.

    ACCEPT WS-Ye-Year-Raw FROM ENVIRONMENT "PGM00_CLOSE_YEAR"
      END-ACCEPT.
    IF  WS-Ye-Year-Raw IS NUMERIC
        MOVE WS-Ye-Year-Raw TO WS-Ye-Year
    END-IF.

    ACCEPT WS-Ye-Force-Raw FROM ENVIRONMENT "PGM00_CLOSE_FORCE"
      END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Ye-Force-Raw) = "CONFIRM"
        MOVE "Y" TO WS-Ye-Force-Sw
    END-IF.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  when this was launched from there, else the OS
*>  login - a job never refuses to run for want of
*>  a sign-on.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 8 TO WS-Opr-Return
    END-CALL.
    IF  WS-Opr-OK
        MOVE WS-Opr-ID TO WS-OS-User
    ELSE
        ACCEPT WS-OS-User FROM ENVIRONMENT "USER" END-ACCEPT
        IF  WS-OS-User = SPACE
            ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
        END-IF
        IF  WS-OS-User = SPACE
            MOVE "UNKNOWN" TO WS-OS-User
        END-IF
    END-IF.

    PERFORM 091-Load-Dir-Table.

    PERFORM 078-Load-Layout-Table.

    PERFORM 080-Load-GL-Map.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
078-Load-Layout-Table.
*>------------------------------------------------
*> Same ./reports/vendor-layout.cfg load as PGM15's
*> 078-Load-Layout-Table - the close only needs the
*> delimiter, for rows posted before the master
*> carried its own.
*>------------------------------------------------
    MOVE SPACE TO WS-Layout-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-layout.cfg" DELIMITED BY SIZE
      INTO WS-Layout-Table-Path
    END-STRING.

    MOVE ZERO TO WS-Layout-Count.

    MOVE "N" TO WS-EOF-LAY.
    OPEN INPUT Layout-Table-File.
    IF  WS-StatusLAY = "00"
        PERFORM 079-Read-Layout-Row
          UNTIL Layout-Table-EOF
        CLOSE Layout-Table-File
    END-IF.

*>------------------------------------------------
079-Read-Layout-Row.
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
            END-IF
    END-READ.

*>------------------------------------------------
080-Load-GL-Map.
*>------------------------------------------------
*> Load the account mapping table from the base
*> ./reports/gl-account-map.cfg, in file order.  No
*> file means nothing maps - every company with
*> postings holds, which is the point.
*>------------------------------------------------
    MOVE SPACE TO WS-GL-Map-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/gl-account-map.cfg" DELIMITED BY SIZE
      INTO WS-GL-Map-Path
    END-STRING.

    MOVE ZERO TO WS-GL-Map-Count.

    MOVE "N" TO WS-EOF-GLM.
    OPEN INPUT GL-Map-File.
    IF  WS-StatusGLM = "00"
        PERFORM 081-Read-GL-Map-Row
          UNTIL GL-Map-EOF
        CLOSE GL-Map-File
    END-IF.

*>------------------------------------------------
081-Read-GL-Map-Row.
*>------------------------------------------------
    READ GL-Map-File
        AT END
            MOVE "Y" TO WS-EOF-GLM
        NOT AT END
            IF  GM-Vendor-Code NOT = SPACE
            AND GM-Debit-Acct NOT = SPACE
            AND GM-Credit-Acct NOT = SPACE
            AND WS-GL-Map-Count < 200
                ADD 1 TO WS-GL-Map-Count
                SET WS-Glm-Idx TO WS-GL-Map-Count
                MOVE GM-Vendor-Code TO WS-GL-Map-Vendor(WS-Glm-Idx)
                MOVE GM-Company     TO WS-GL-Map-Company(WS-Glm-Idx)
                IF  GM-Col IS NUMERIC
                    MOVE GM-Col     TO WS-GL-Map-Col(WS-Glm-Idx)
                ELSE
                    MOVE ZERO       TO WS-GL-Map-Col(WS-Glm-Idx)
                END-IF
                MOVE GM-Value       TO WS-GL-Map-Value(WS-Glm-Idx)
                MOVE GM-Debit-Acct  TO WS-GL-Map-Debit(WS-Glm-Idx)
                MOVE GM-Credit-Acct TO WS-GL-Map-Credit(WS-Glm-Idx)
                MOVE GM-Desc        TO WS-GL-Map-Desc(WS-Glm-Idx)
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
*> The company master file (./reports/company-master.
*> cfg) is the source of record for the company list -
*> the bare PGM00_COMPANY_CODES environment string is
*> only the fallback, same as PGM01's load.
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
        MOVE "PGM43 fiscal year-end close begin job"
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
100-Check-Close-Year.
*>------------------------------------------------
*> Only a finished year closes - this year (or a later
*> one) would move rows still being posted under it.
*> The bounds and the opening-balance date are fixed
*> here once for every company.
*>------------------------------------------------
    MOVE "N" TO WS-Ye-Year-OK-Sw.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.

    IF  WS-Ye-Year < 1900
    OR  WS-Ye-Year NOT < CDT-Year
        MOVE SPACE TO WS-MSG
        STRING "PGM43 year " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " is not a finished year - nothing closed"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "100-CHECK-CLOSE-YEAR" TO WS-Log-Source-Para
        MOVE 9137 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
    ELSE
        MOVE "Y" TO WS-Ye-Year-OK-Sw

        COMPUTE WS-Ye-Next-Year  = WS-Ye-Year + 1
        COMPUTE WS-Ye-Prior-Year = WS-Ye-Year - 1

        MOVE SPACE TO WS-Ye-From-Date
                      WS-Ye-To-Date
                      WS-Ye-Open-Date
                      WS-Ye-Reg-From-Date
                      WS-Ye-Source-Tag
        STRING WS-Ye-Year "0101" DELIMITED BY SIZE
          INTO WS-Ye-From-Date
        END-STRING
        STRING WS-Ye-Year "1231" DELIMITED BY SIZE
          INTO WS-Ye-To-Date
        END-STRING
        STRING WS-Ye-Next-Year "0101" DELIMITED BY SIZE
          INTO WS-Ye-Open-Date
        END-STRING
*>      a posting or reversal register from late in the
*>      prior year can carry postings PGM15 or offsets
*>      PGM40 re-dated into this one.
        STRING WS-Ye-Prior-Year "0101" DELIMITED BY SIZE
          INTO WS-Ye-Reg-From-Date
        END-STRING
        STRING "YEAR-END CLOSE " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
          INTO WS-Ye-Source-Tag
        END-STRING

        MOVE SPACE TO WS-MSG
        STRING "year-end: closing fiscal year " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
055-Process-One-Company.
*>------------------------------------------------
*> Re-root the per-company TBL-Path-Name entries under
*> this company's own root segment, the same way
*> PGM15's 055-Process-One-Company does, then close
*> this company's year.
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

    PERFORM 200-Close-Company
      THRU 200-Close-Exit.

*>------------------------------------------------
200-Close-Company.
*>------------------------------------------------
*> One close per company: check for an earlier run's
*> opening balances, sum the year and its balances,
*> prove it, then either carry forward and move the
*> year out or hold it with the reason on paper.
*>------------------------------------------------
    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Trans-Hist-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master-" DELIMITED BY SIZE
           WS-Ye-Year DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Trans-Hist-Path
    END-STRING.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE SPACE TO WS-Posting-Seq-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-seq.dat" DELIMITED BY SIZE
      INTO WS-Posting-Seq-Path
    END-STRING.

    MOVE SPACE TO WS-Period-Ctl-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "period-control.cfg" DELIMITED BY SIZE
      INTO WS-Period-Ctl-Path
    END-STRING.

    MOVE SPACE TO WS-Yearend-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "yearend-summary-" DELIMITED BY SIZE
           WS-Ye-Year DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Yearend-Rpt-Path
    END-STRING.

    MOVE ZERO TO WS-Ye-Acct-Count
                 WS-Ye-TM-Count
                 WS-Ye-TM-Amount
                 WS-Ye-Opening-In-Count
                 WS-Ye-Reg-Count
                 WS-Ye-Reg-Records
                 WS-Ye-Reg-Amount
                 WS-Ye-Reg-Read-Count
                 WS-Ye-Reg-Missing-Count
                 WS-Ye-Unmapped-Count
                 WS-Ye-Unmapped-Amount
                 WS-Ye-Opening-Docs
                 WS-Ye-Opening-Total
                 WS-Ye-Moved-Count
                 WS-Ye-Move-Failed-Count.
    MOVE SPACE TO WS-Ye-Hold-Reason.
    MOVE "N" TO WS-Ye-Held-Sw
                WS-Ye-Proven-Sw
                WS-Ye-Resume-Sw
                WS-Ye-Acct-Full-Sw
                WS-Ye-Index-Open-Sw
                WS-Trans-Hist-Open-Sw.

    OPEN I-O Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
*>      no master means PGM15 has never posted here -
*>      nothing to close.
        GO TO 200-Close-Exit
    END-IF.

*>  the index is only consulted for rows posted before
*>  the master carried vendor and delimiter - its
*>  absence is not an error.
    OPEN INPUT Intake-Index-File.
    IF  WS-StatusIDX = "00"
        MOVE "Y" TO WS-Ye-Index-Open-Sw
    END-IF.

    PERFORM 210-Find-Opening-Docs.
    PERFORM 212-Check-History.

    IF  WS-Ye-Resume
        PERFORM 260-Move-Year-To-History
        IF  WS-Ye-Moved-Count = ZERO
        AND WS-Ye-Move-Failed-Count = ZERO
            MOVE SPACE TO WS-MSG
            STRING "year-end: " DELIMITED BY SIZE
                   WS-Ye-Year DELIMITED BY SIZE
                   " already closed for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
                   " - nothing left to move" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
        ELSE
            PERFORM 275-Append-Resume-Summary
        END-IF
        PERFORM 290-Close-Company-Files
        GO TO 200-Close-Exit
    END-IF.

    PERFORM 205-Load-Period-Table.
    PERFORM 206-Check-Year-Periods.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE WS-Ye-From-Date            TO TM-Post-Date.
    MOVE ZERO                       TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 215-Sum-One-Row
      UNTIL Close-Sweep-EOF.

    PERFORM 230-Prove-Against-Registers.

    PERFORM 240-Decide-Close.

    IF  NOT WS-Ye-Held
        PERFORM 250-Write-Opening-Docs
        PERFORM 260-Move-Year-To-History
    END-IF.

    PERFORM 270-Write-Summary
      THRU 270-Summary-Exit.

    IF  WS-Ye-Held
    OR  WS-Ye-Move-Failed-Count > ZERO
        ADD 1 TO WS-Ye-Companies-Held
        PERFORM 280-Raise-Close-Alert
    ELSE
        ADD 1 TO WS-Ye-Companies-Closed
    END-IF.

    PERFORM 290-Close-Company-Files.

*>------------------------------------------------
200-Close-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
205-Load-Period-Table.
*>------------------------------------------------
*> Same period-control.cfg load as PGM15's 206-Load-
*> Period-Table - no file means no periods controlled.
*>------------------------------------------------
    MOVE ZERO TO WS-Period-Count.

    MOVE "N" TO WS-EOF-PCT.
    OPEN INPUT Period-Ctl-File.
    IF  WS-StatusPCT = "00"
        PERFORM 2051-Read-Period-Row
          UNTIL Period-Ctl-EOF
        CLOSE Period-Ctl-File
    END-IF.

*>------------------------------------------------
2051-Read-Period-Row.
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
206-Check-Year-Periods.
*>------------------------------------------------
*> A controlled period of the year still OPEN can take
*> postings after the close has moved the year out -
*> the year holds until finance closes it in PGM42.
*>------------------------------------------------
    MOVE ZERO TO WS-Period-Hit.

    PERFORM 2061-Check-One-Period
      VARYING WS-Per-Idx FROM 1 BY 1
        UNTIL WS-Period-Hit > ZERO
           OR WS-Per-Idx > WS-Period-Count.

    IF  WS-Period-Hit > ZERO
        MOVE "Y" TO WS-Ye-Held-Sw
        MOVE SPACE TO WS-Ye-Hold-Reason
        STRING "PERIOD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                 DELIMITED BY SIZE
               " OF THE YEAR IS STILL OPEN" DELIMITED BY SIZE
          INTO WS-Ye-Hold-Reason
        END-STRING
    END-IF.

*>------------------------------------------------
2061-Check-One-Period.
*>------------------------------------------------
    IF  WS-Period-Status(WS-Per-Idx) = "OPEN"
    AND WS-Period-From(WS-Per-Idx) NOT > WS-Ye-To-Date
    AND WS-Period-To(WS-Per-Idx)   NOT < WS-Ye-From-Date
        SET WS-Period-Hit TO WS-Per-Idx
    END-IF.

*>------------------------------------------------
210-Find-Opening-Docs.
*>------------------------------------------------
*> Opening balances already on 1 January under this
*> year's close tag mean an earlier run got as far as
*> carrying forward - that run's balances stand, and
*> this one only finishes the move.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE WS-Ye-Open-Date            TO TM-Post-Date.
    MOVE ZERO                       TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 211-Check-One-Opening-Row
      UNTIL Close-Sweep-EOF.

*>------------------------------------------------
211-Check-One-Opening-Row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date NOT = WS-Ye-Open-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  TM-Is-Opening
                AND TM-Source-File = WS-Ye-Source-Tag
                    MOVE "Y" TO WS-Ye-Resume-Sw
                    ADD 1 TO WS-Ye-Opening-Docs
                    ADD TM-Amount TO WS-Ye-Opening-Total
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
212-Check-History.
*>------------------------------------------------
*> Rows already in this year's history file mean the
*> year was closed before (a year whose balances all
*> came to zero leaves no opening documents behind) -
*> its rows are proven and gone, so only the move is
*> finished.
*>------------------------------------------------
    OPEN INPUT Trans-Hist-File.
    IF  WS-StatusTHS = "00"
        MOVE SPACE TO Trans-Hist-Record
        MOVE WS-Company-Code(WS-Co-Idx) TO TH-Company
        MOVE LOW-VALUES                 TO TH-Post-Date
        MOVE ZERO                       TO TH-Doc-Number
        START Trans-Hist-File
            KEY IS NOT LESS THAN TH-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ Trans-Hist-File NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF  TH-Company = WS-Company-Code(WS-Co-Idx)
                            MOVE "Y" TO WS-Ye-Resume-Sw
                        END-IF
                END-READ
        END-START
        CLOSE Trans-Hist-File
    END-IF.

*>------------------------------------------------
215-Sum-One-Row.
*>------------------------------------------------
*> One master row per READ NEXT, for as long as the
*> key stays on this company and year.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date > WS-Ye-To-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                PERFORM 220-Book-One-Row
            END-IF
    END-READ.

*>------------------------------------------------
220-Book-One-Row.
*>------------------------------------------------
*> The year's own opening balances (last year's close)
*> carry their account and were never on a register;
*> every other row counts toward the proof and books
*> through the account map - debit side up, credit
*> side down, the amount's own sign deciding which way
*> a reversal or credit note goes.
*>------------------------------------------------
    IF  TM-Is-Opening
        ADD 1 TO WS-Ye-Opening-In-Count
        IF  TM-GL-Account = SPACE
            ADD 1 TO WS-Ye-Unmapped-Count
            ADD TM-Amount TO WS-Ye-Unmapped-Amount
        ELSE
            MOVE TM-GL-Account TO WS-Ye-Acct-Search
            MOVE TM-Amount     TO WS-Ye-Acct-Amount
            PERFORM 225-Add-To-Account
        END-IF
    ELSE
        ADD 1 TO WS-Ye-TM-Count
        ADD TM-Amount TO WS-Ye-TM-Amount

        IF  TM-Amount NOT = ZERO
            PERFORM 221-Resolve-Row-Context
            PERFORM 222-Find-GL-Map

            IF  WS-GL-Map-Found
                MOVE WS-GL-Map-Debit(WS-GL-Map-Hit) TO WS-Ye-Acct-Search
                MOVE TM-Amount TO WS-Ye-Acct-Amount
                PERFORM 225-Add-To-Account

                MOVE WS-GL-Map-Credit(WS-GL-Map-Hit) TO WS-Ye-Acct-Search
                COMPUTE WS-Ye-Acct-Amount = ZERO - TM-Amount
                PERFORM 225-Add-To-Account
            ELSE
                ADD 1 TO WS-Ye-Unmapped-Count
                ADD TM-Amount TO WS-Ye-Unmapped-Amount
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
221-Resolve-Row-Context.
*>------------------------------------------------
*> Vendor and delimiter off the row itself; a row
*> posted before the master carried them borrows both
*> from its arrival's intake index row (the canonical
*> copy splits on "|", raw bytes on the profile's
*> delimiter).
*>------------------------------------------------
    MOVE TM-Vendor-Code TO WS-Ye-Vendor.
    MOVE TM-Delimiter   TO WS-Ye-Delim.

    IF  WS-Ye-Vendor = SPACE
    AND WS-Ye-Index-Open
        MOVE TM-Source-File TO WS-II-Search-Name
        PERFORM 2211-Find-Latest-Index-Row
        IF  WS-II-Row-Found
            MOVE II-Vendor-Code TO WS-Ye-Vendor
            IF  II-Norm-Sw = "Y"
                MOVE "|" TO WS-Ye-Delim
            ELSE
                PERFORM 2213-Find-Layout-Delim
            END-IF
        END-IF
    END-IF.

    IF  WS-Ye-Delim = SPACE
        MOVE "|" TO WS-Ye-Delim
    END-IF.

*>------------------------------------------------
2211-Find-Latest-Index-Row.
*>------------------------------------------------
*> Same latest-arrival lookup as PGM10's 220-Find-
*> Latest-Index-Row, read-only.
*>------------------------------------------------
    MOVE "N" TO WS-II-Row-Found-Sw.

    MOVE SPACE TO Intake-Index-Record.
    MOVE WS-II-Search-Name TO II-Filename.
    MOVE LOW-VALUES TO II-Received-Stamp.

    START Intake-Index-File
        KEY IS NOT LESS THAN II-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-IISCAN
        NOT INVALID KEY
            MOVE "N" TO WS-EOF-IISCAN
    END-START.

    PERFORM 2212-Scan-One-Version-Row
      UNTIL II-Latest-Scan-EOF.

    IF  WS-II-Row-Found
        MOVE WS-II-Saved-Key TO II-Key
        READ Intake-Index-File
            KEY IS II-Key
            INVALID KEY
                MOVE "N" TO WS-II-Row-Found-Sw
        END-READ
    END-IF.

*>------------------------------------------------
2212-Scan-One-Version-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IISCAN
        NOT AT END
            IF  II-Filename = WS-II-Search-Name
                MOVE "Y" TO WS-II-Row-Found-Sw
                MOVE II-Key TO WS-II-Saved-Key
            ELSE
                MOVE "Y" TO WS-EOF-IISCAN
            END-IF
    END-READ.

*>------------------------------------------------
2213-Find-Layout-Delim.
*>------------------------------------------------
    MOVE "|" TO WS-Ye-Delim.
    MOVE "N" TO WS-Layout-Found-Sw.

    IF  WS-Ye-Vendor NOT = SPACE
    AND WS-Layout-Count > ZERO
        PERFORM 22131-Match-One-Layout-Row
          VARYING WS-Lay-Idx FROM 1 BY 1
            UNTIL WS-Layout-Found
               OR WS-Lay-Idx > WS-Layout-Count
    END-IF.

*>------------------------------------------------
22131-Match-One-Layout-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Ye-Vendor
        MOVE "Y" TO WS-Layout-Found-Sw
        MOVE WS-Layout-Delim(WS-Lay-Idx) TO WS-Ye-Delim
    END-IF.

*>------------------------------------------------
222-Find-GL-Map.
*>------------------------------------------------
*> First mapping row for this vendor (and this company
*> or every company) whose column value matches - the
*> record is split once, and each candidate row reads
*> whichever column it names.
*>------------------------------------------------
    MOVE "N"   TO WS-GL-Map-Found-Sw.
    MOVE ZERO  TO WS-GL-Map-Hit.
    MOVE SPACE TO WS-GL-Map-Key-Value.

    MOVE TM-Record-Data TO WS-Ye-Work-Line.
    MOVE SPACE TO WS-Content-Col-Table.
    MOVE ZERO  TO WS-Content-Col-Count.
    UNSTRING WS-Ye-Work-Line
        DELIMITED BY WS-Ye-Delim
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
    END-UNSTRING.

    IF  WS-Ye-Vendor NOT = SPACE
    AND WS-GL-Map-Count > ZERO
        PERFORM 2221-Try-One-Map-Row
          VARYING WS-Glm-Idx FROM 1 BY 1
            UNTIL WS-GL-Map-Found
               OR WS-Glm-Idx > WS-GL-Map-Count
    END-IF.

*>------------------------------------------------
2221-Try-One-Map-Row.
*>------------------------------------------------
    IF  WS-GL-Map-Vendor(WS-Glm-Idx) = WS-Ye-Vendor
    AND (WS-GL-Map-Company(WS-Glm-Idx) = SPACE
      OR WS-GL-Map-Company(WS-Glm-Idx) = WS-Company-Code(WS-Co-Idx))
        IF  WS-GL-Map-Col(WS-Glm-Idx) = ZERO
        OR  WS-GL-Map-Value(WS-Glm-Idx) = "*"
            MOVE "Y" TO WS-GL-Map-Found-Sw
            SET WS-GL-Map-Hit TO WS-Glm-Idx
        ELSE
            IF  WS-GL-Map-Col(WS-Glm-Idx) <= 20
                MOVE WS-Content-Col(WS-GL-Map-Col(WS-Glm-Idx))
                  TO WS-Content-Value
                PERFORM 2222-Strip-Value-Quotes
                MOVE FUNCTION TRIM(WS-Content-Value)
                  TO WS-GL-Map-Key-Value
                IF  WS-GL-Map-Key-Value = WS-GL-Map-Value(WS-Glm-Idx)
                    MOVE "Y" TO WS-GL-Map-Found-Sw
                    SET WS-GL-Map-Hit TO WS-Glm-Idx
                END-IF
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
2222-Strip-Value-Quotes.
*>------------------------------------------------
*> Same balanced-pair strip as PGM15's
*> 2213-Strip-Value-Quotes.
*>------------------------------------------------
    COMPUTE WS-Content-Value-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value)).

    MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Content-Work-Value.
    MOVE WS-Content-Work-Value TO WS-Content-Value.

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
225-Add-To-Account.
*>------------------------------------------------
*> WS-Ye-Acct-Amount onto WS-Ye-Acct-Search's balance,
*> adding the account on first sight.  A full table
*> holds the close rather than drop a balance.
*>------------------------------------------------
    MOVE ZERO TO WS-Ye-Acct-Hit.

    PERFORM 2251-Match-One-Account
      VARYING WS-Ye-Acct-Idx FROM 1 BY 1
        UNTIL WS-Ye-Acct-Hit > ZERO
           OR WS-Ye-Acct-Idx > WS-Ye-Acct-Count.

    IF  WS-Ye-Acct-Hit = ZERO
        IF  WS-Ye-Acct-Count < 500
            ADD 1 TO WS-Ye-Acct-Count
            MOVE WS-Ye-Acct-Count TO WS-Ye-Acct-Hit
            SET WS-Ye-Acct-Idx TO WS-Ye-Acct-Hit
            MOVE WS-Ye-Acct-Search TO WS-Ye-Acct-Code(WS-Ye-Acct-Idx)
            MOVE ZERO TO WS-Ye-Acct-Balance(WS-Ye-Acct-Idx)
                         WS-Ye-Acct-Doc(WS-Ye-Acct-Idx)
        ELSE
            MOVE "Y" TO WS-Ye-Acct-Full-Sw
        END-IF
    END-IF.

    IF  WS-Ye-Acct-Hit > ZERO
        ADD WS-Ye-Acct-Amount TO WS-Ye-Acct-Balance(WS-Ye-Acct-Hit)
    END-IF.

*>------------------------------------------------
2251-Match-One-Account.
*>------------------------------------------------
    IF  WS-Ye-Acct-Code(WS-Ye-Acct-Idx) = WS-Ye-Acct-Search
        SET WS-Ye-Acct-Hit TO WS-Ye-Acct-Idx
    END-IF.

*>------------------------------------------------
230-Prove-Against-Registers.
*>------------------------------------------------
*> The registers are the record of what went in:
*> every POSTING register PGM15 catalogued for this
*> company over the window (read for its own totals,
*> dated by its re-dated-to line when it has one),
*> every REVERSAL register PGM40 catalogued over the
*> same window (dated the same way).  A register the catalog names that is no
*> longer on disk leaves the year unproven.
*>------------------------------------------------
    MOVE SPACE TO WS-Report-Catalog-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/report-catalog.log" DELIMITED BY SIZE
      INTO WS-Report-Catalog-Path
    END-STRING.

    MOVE "N" TO WS-EOF-CAT.
    OPEN INPUT Report-Catalog-File.
    IF  WS-StatusCAT = "00"
        PERFORM 231-Read-Catalog-Row
          UNTIL Report-Catalog-EOF
        CLOSE Report-Catalog-File
    END-IF.

    PERFORM 233-Read-One-Register
      VARYING WS-Ye-Reg-Idx FROM 1 BY 1
        UNTIL WS-Ye-Reg-Idx > WS-Ye-Reg-Count.

    COMPUTE WS-Ye-Diff-Count  = WS-Ye-TM-Count  - WS-Ye-Reg-Records.
    COMPUTE WS-Ye-Diff-Amount = WS-Ye-TM-Amount - WS-Ye-Reg-Amount.

    IF  WS-Ye-Diff-Count = ZERO
    AND WS-Ye-Diff-Amount = ZERO
    AND WS-Ye-Reg-Missing-Count = ZERO
        MOVE "Y" TO WS-Ye-Proven-Sw
    END-IF.

*>------------------------------------------------
231-Read-Catalog-Row.
*>------------------------------------------------
    READ Report-Catalog-File
        AT END
            MOVE "Y" TO WS-EOF-CAT
        NOT AT END
            IF  CT-Company = WS-Company-Code(WS-Co-Idx)
                IF  (CT-Type = "POSTING"
                  OR  CT-Type = "REVERSAL")
                AND CT-Date NOT < WS-Ye-Reg-From-Date
                AND CT-Date NOT > WS-Ye-To-Date
                    PERFORM 232-Keep-Register-Path
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
232-Keep-Register-Path.
*>------------------------------------------------
*> A same-day re-run catalogues the same path twice -
*> the register is read once.
*>------------------------------------------------
    MOVE "N" TO WS-Ye-Reg-Dup-Sw.

    PERFORM 2321-Match-One-Path
      VARYING WS-Ye-Reg-Idx FROM 1 BY 1
        UNTIL WS-Ye-Reg-Dup
           OR WS-Ye-Reg-Idx > WS-Ye-Reg-Count.

    IF  NOT WS-Ye-Reg-Dup
        IF  WS-Ye-Reg-Count < 1000
            ADD 1 TO WS-Ye-Reg-Count
            SET WS-Ye-Reg-Idx TO WS-Ye-Reg-Count
            MOVE CT-Type TO WS-Ye-Reg-Type(WS-Ye-Reg-Idx)
            MOVE CT-Date TO WS-Ye-Reg-Date(WS-Ye-Reg-Idx)
            MOVE CT-Path TO WS-Ye-Reg-Path(WS-Ye-Reg-Idx)
        ELSE
            ADD 1 TO WS-Ye-Reg-Missing-Count
        END-IF
    END-IF.

*>------------------------------------------------
2321-Match-One-Path.
*>------------------------------------------------
    IF  WS-Ye-Reg-Path(WS-Ye-Reg-Idx) = CT-Path
        MOVE "Y" TO WS-Ye-Reg-Dup-Sw
    END-IF.

*>------------------------------------------------
233-Read-One-Register.
*>------------------------------------------------
*> A register's figures count toward the year its
*> postings went in under - a posting register dated
*> late in the prior year whose postings PGM15 re-dated
*> into this one counts here, and this year's own
*> re-dated into the next does not.
*>------------------------------------------------
    MOVE WS-Ye-Reg-Date(WS-Ye-Reg-Idx) TO WS-Ye-Reg-Eff-Date.
    MOVE ZERO TO WS-Ye-Reg-Line-Records
                 WS-Ye-Reg-Line-Amount.
    MOVE "N" TO WS-Ye-Reg-Total-Sw.

    MOVE WS-Ye-Reg-Path(WS-Ye-Reg-Idx) TO WS-Posting-Reg-Path.

    MOVE "N" TO WS-EOF-PRG.
    OPEN INPUT Posting-Reg-File.
    IF  WS-StatusPRG NOT = "00"
        IF  WS-Ye-Reg-Date(WS-Ye-Reg-Idx) NOT < WS-Ye-From-Date
            ADD 1 TO WS-Ye-Reg-Missing-Count
            MOVE SPACE TO WS-MSG
            STRING "year-end: register missing - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Posting-Reg-Path) DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
        END-IF
    ELSE
        PERFORM 234-Read-Register-Line
          UNTIL Register-EOF
        CLOSE Posting-Reg-File

*>      a register cut off before its totals line proves
*>      nothing.
        IF  WS-Ye-Reg-Eff-Date(1 : 4) = WS-Ye-Year
            IF  WS-Ye-Reg-Total-Found
                ADD 1 TO WS-Ye-Reg-Read-Count
                ADD WS-Ye-Reg-Line-Records TO WS-Ye-Reg-Records
                ADD WS-Ye-Reg-Line-Amount  TO WS-Ye-Reg-Amount
            ELSE
                ADD 1 TO WS-Ye-Reg-Missing-Count
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
234-Read-Register-Line.
*>------------------------------------------------
*> Only three lines matter: the re-dated-to header
*> both PGM15 and PGM40 write, PGM15's TOTAL FILES
*> line, and PGM40's DOCUMENTS REVERSED line.
*>------------------------------------------------
    READ Posting-Reg-File
        AT END
            MOVE "Y" TO WS-EOF-PRG
        NOT AT END
            EVALUATE TRUE
                WHEN Posting-Reg-Line(1 : 13) = "TOTAL FILES: "
                    IF  Posting-Reg-Line(38 : 9) IS NUMERIC
                        MOVE Posting-Reg-Line(38 : 9)
                          TO WS-Ye-Reg-Line-Records
                    END-IF
                    MOVE Posting-Reg-Line(64 : 40) TO WS-Ye-Scan-Text
                    IF  WS-Ye-Scan-Text NOT = SPACE
                        MOVE FUNCTION NUMVAL(WS-Ye-Scan-Text)
                          TO WS-Ye-Reg-Line-Amount
                    END-IF
                    MOVE "Y" TO WS-Ye-Reg-Total-Sw
                WHEN Posting-Reg-Line(1 : 20) = "DOCUMENTS REVERSED: "
                    MOVE SPACE TO WS-Ye-Scan-Text
                                  WS-Ye-Scan-Text-2
                    UNSTRING Posting-Reg-Line(21 : 100)
                        DELIMITED BY "   OFFSET TOTAL: "
                        INTO WS-Ye-Scan-Text WS-Ye-Scan-Text-2
                    END-UNSTRING
                    IF  WS-Ye-Scan-Text NOT = SPACE
                        MOVE FUNCTION NUMVAL(WS-Ye-Scan-Text)
                          TO WS-Ye-Reg-Line-Records
                    END-IF
                    IF  WS-Ye-Scan-Text-2 NOT = SPACE
                        MOVE FUNCTION NUMVAL(WS-Ye-Scan-Text-2)
                          TO WS-Ye-Reg-Line-Amount
                    END-IF
                    MOVE "Y" TO WS-Ye-Reg-Total-Sw
                WHEN Posting-Reg-Line(1 : 7) = "PERIOD "
                    MOVE SPACE TO WS-Ye-Scan-Text
                                  WS-Ye-Scan-Text-2
                    UNSTRING Posting-Reg-Line
                        DELIMITED BY "RE-DATED TO "
                        INTO WS-Ye-Scan-Text WS-Ye-Scan-Text-2
                    END-UNSTRING
                    IF  WS-Ye-Scan-Text-2(1 : 8) IS NUMERIC
                        MOVE WS-Ye-Scan-Text-2(1 : 8)
                          TO WS-Ye-Reg-Eff-Date
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*>------------------------------------------------
240-Decide-Close.
*>------------------------------------------------
*> An open period held it already.  A posting with no
*> account would carry forward into no balance, and a
*> full account table would drop one - both hold.  An
*> unproven year holds unless the operator forced it.
*>------------------------------------------------
    IF  WS-Ye-Held
        CONTINUE
    ELSE
        IF  WS-Ye-Unmapped-Count > ZERO
            MOVE "Y" TO WS-Ye-Held-Sw
            MOVE WS-Ye-Unmapped-Count TO WS-Ye-Count-Edit
            MOVE SPACE TO WS-Ye-Hold-Reason
            STRING FUNCTION TRIM(WS-Ye-Count-Edit) DELIMITED BY SIZE
                   " POSTING(S) MAP TO NO GL ACCOUNT" DELIMITED BY SIZE
              INTO WS-Ye-Hold-Reason
            END-STRING
        ELSE
            IF  WS-Ye-Acct-Full
                MOVE "Y" TO WS-Ye-Held-Sw
                MOVE "MORE THAN 500 GL ACCOUNTS - BALANCES INCOMPLETE"
                  TO WS-Ye-Hold-Reason
            ELSE
                IF  NOT WS-Ye-Proven
                AND NOT WS-Ye-Force
                    MOVE "Y" TO WS-Ye-Held-Sw
                    MOVE "YEAR NOT PROVEN AGAINST THE REGISTERS"
                      TO WS-Ye-Hold-Reason
                END-IF
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
250-Write-Opening-Docs.
*>------------------------------------------------
*> One opening-balance document per account with a
*> balance, dated 1 January, numbered off the same
*> posting sequence PGM15 uses so nothing collides.
*>------------------------------------------------
    MOVE ZERO TO WS-Posting-Seq-Number.
    OPEN INPUT Posting-Seq-File.
    IF  WS-StatusPSQ = "00"
        READ Posting-Seq-File
            AT END
                CONTINUE
            NOT AT END
                MOVE PS-Last-Number TO WS-Posting-Seq-Number
        END-READ
        CLOSE Posting-Seq-File
    END-IF.

    PERFORM 251-Write-One-Opening-Doc
      VARYING WS-Ye-Acct-Idx FROM 1 BY 1
        UNTIL WS-Ye-Acct-Idx > WS-Ye-Acct-Count.

    OPEN OUTPUT Posting-Seq-File.
    IF  WS-StatusPSQ = "00"
        MOVE WS-Posting-Seq-Number TO PS-Last-Number
        WRITE Posting-Seq-Line
        CLOSE Posting-Seq-File
    END-IF.

*>------------------------------------------------
251-Write-One-Opening-Doc.
*>------------------------------------------------
    IF  WS-Ye-Acct-Balance(WS-Ye-Acct-Idx) NOT = ZERO
        ADD 1 TO WS-Posting-Seq-Number

        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company
        MOVE WS-Ye-Open-Date            TO TM-Post-Date
        MOVE WS-Posting-Seq-Number      TO TM-Doc-Number
        MOVE WS-Ye-Source-Tag           TO TM-Source-File
        MOVE WS-Run-ID                  TO TM-Run-ID
        MOVE WS-Ye-Acct-Balance(WS-Ye-Acct-Idx) TO TM-Amount
        STRING "OPENING BALANCE|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Acct-Code(WS-Ye-Acct-Idx))
                 DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
          INTO TM-Record-Data
        END-STRING
        MOVE "|"                        TO TM-Delimiter
        MOVE "O"                        TO TM-Entry-Type
        MOVE ZERO                       TO TM-Reverses-Doc
                                           TM-Reversed-By-Doc
        MOVE WS-Ye-Acct-Code(WS-Ye-Acct-Idx) TO TM-GL-Account

        WRITE Trans-Master-Record
            INVALID KEY
                MOVE SPACE TO WS-MSG
                STRING "year-end: opening balance for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Ye-Acct-Code(WS-Ye-Acct-Idx))
                         DELIMITED BY SIZE
                       " not written - key in use" DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
                MOVE WS-MSG TO Msg OF WS-Log-Line
                PERFORM 910-Write-Log-Line
            NOT INVALID KEY
                MOVE WS-Posting-Seq-Number
                  TO WS-Ye-Acct-Doc(WS-Ye-Acct-Idx)
                ADD 1 TO WS-Ye-Opening-Docs
                ADD TM-Amount TO WS-Ye-Opening-Total
        END-WRITE
    END-IF.

*>------------------------------------------------
260-Move-Year-To-History.
*>------------------------------------------------
*> Same WRITE-then-DELETE order as PGM22's roll-off:
*> a row leaves the master only after its history
*> copy landed, so a crash between the two leaves a
*> duplicate, never a loss.  History is created on
*> first use, same fallback idiom as PGM22's 240-Open-
*> History-For-Year.
*>------------------------------------------------
    OPEN I-O Trans-Hist-File.
    IF  WS-StatusTHS NOT = "00"
        OPEN OUTPUT Trans-Hist-File
        CLOSE Trans-Hist-File
        OPEN I-O Trans-Hist-File
    END-IF.
    IF  WS-StatusTHS = "00"
        SET WS-Trans-Hist-Open TO TRUE
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "year-end: unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Trans-Hist-Path) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        ADD 1 TO WS-Ye-Move-Failed-Count
    END-IF.

    IF  WS-Trans-Hist-Open
        MOVE "N" TO WS-EOF-TRM
        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company
        MOVE WS-Ye-From-Date            TO TM-Post-Date
        MOVE ZERO                       TO TM-Doc-Number
        START Trans-Master-File
            KEY IS NOT LESS THAN TM-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-TRM
        END-START

        PERFORM 261-Move-One-Row
          UNTIL Close-Sweep-EOF

        MOVE "N" TO WS-Trans-Hist-Open-Sw
        CLOSE Trans-Hist-File
    END-IF.

*>------------------------------------------------
261-Move-One-Row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date > WS-Ye-To-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                MOVE SPACE TO Trans-Hist-Record
                MOVE Trans-Master-Record TO Trans-Hist-Record

                WRITE Trans-Hist-Record
                    INVALID KEY
                        REWRITE Trans-Hist-Record
                END-WRITE

                IF  WS-StatusTHS = "00"
                    DELETE Trans-Master-File
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    ADD 1 TO WS-Ye-Moved-Count
                ELSE
                    ADD 1 TO WS-Ye-Move-Failed-Count
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
270-Write-Summary.
*>------------------------------------------------
*> The paper finance signs: who ran it and when, the
*> proof, every balance carried forward with the
*> opening document that carries it, what moved where,
*> the verdict, and the sign-off block.
*>------------------------------------------------
    OPEN OUTPUT Yearend-Rpt-File.
    IF  WS-StatusYER NOT = "00"
        GO TO 270-Summary-Exit
    END-IF.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO Yearend-Rpt-Line.
    IF  WS-Company-Code(WS-Co-Idx) = SPACE
        STRING "YEAR-END CLOSE SUMMARY - FISCAL YEAR " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
    ELSE
        STRING "YEAR-END CLOSE SUMMARY - FISCAL YEAR " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " - COMPANY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
    END-IF.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    STRING "RUN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Run-ID) DELIMITED BY SIZE
           "   OPERATOR " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
           "   PRODUCED " DELIMITED BY SIZE
           CDT-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CDT-Hour DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO Yearend-Rpt-Line
    END-STRING.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE "REGISTER PROOF" TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    MOVE "RECORDS" TO Yearend-Rpt-Line(38 : 7).
    MOVE "AMOUNT"  TO Yearend-Rpt-Line(63 : 6).
    WRITE Yearend-Rpt-Line.

    MOVE "TRANSACTION MASTER POSTINGS"  TO WS-Ye-Proof-Label.
    MOVE WS-Ye-TM-Count                 TO WS-Ye-Proof-Count.
    MOVE WS-Ye-TM-Amount                TO WS-Ye-Proof-Amount.
    MOVE WS-Ye-Proof-Row TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE "POSTING AND REVERSAL REGISTERS" TO WS-Ye-Proof-Label.
    MOVE WS-Ye-Reg-Records              TO WS-Ye-Proof-Count.
    MOVE WS-Ye-Reg-Amount               TO WS-Ye-Proof-Amount.
    MOVE WS-Ye-Proof-Row TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE "DIFFERENCE"                   TO WS-Ye-Proof-Label.
    MOVE WS-Ye-Diff-Count               TO WS-Ye-Proof-Count.
    MOVE WS-Ye-Diff-Amount              TO WS-Ye-Proof-Amount.
    MOVE WS-Ye-Proof-Row TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    STRING "REGISTERS READ: " DELIMITED BY SIZE
           WS-Ye-Reg-Read-Count DELIMITED BY SIZE
           "   MISSING: " DELIMITED BY SIZE
           WS-Ye-Reg-Missing-Count DELIMITED BY SIZE
           "   OPENING BALANCES BROUGHT IN: " DELIMITED BY SIZE
           WS-Ye-Opening-In-Count DELIMITED BY SIZE
      INTO Yearend-Rpt-Line
    END-STRING.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    EVALUATE TRUE
        WHEN WS-Ye-Proven
            MOVE "PROOF: AGREED" TO Yearend-Rpt-Line
        WHEN WS-Ye-Force AND NOT WS-Ye-Held
            MOVE "PROOF: NOT AGREED - CLOSE FORCED BY THE OPERATOR (PGM00_CLOSE_FORCE)"
              TO Yearend-Rpt-Line
        WHEN OTHER
            MOVE "PROOF: NOT AGREED" TO Yearend-Rpt-Line
    END-EVALUATE.
    WRITE Yearend-Rpt-Line.

    IF  WS-Ye-Unmapped-Count > ZERO
        MOVE WS-Ye-Unmapped-Count  TO WS-Ye-Count-Edit
        MOVE WS-Ye-Unmapped-Amount TO WS-Ye-Amount-Edit
        MOVE SPACE TO Yearend-Rpt-Line
        STRING "UNMAPPED POSTINGS: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Count-Edit) DELIMITED BY SIZE
               "   AMOUNT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Amount-Edit) DELIMITED BY SIZE
               "   (ADD THE MAPPING ROWS - SEE PGM39)" DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
        WRITE Yearend-Rpt-Line
    END-IF.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE SPACE TO Yearend-Rpt-Line.
    IF  WS-Ye-Held
        STRING "CLOSING BALANCES AS BOOKED (NOT CARRIED FORWARD)"
                 DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
    ELSE
        STRING "CLOSING BALANCES CARRIED FORWARD TO " DELIMITED BY SIZE
               WS-Ye-Open-Date DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
    END-IF.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    MOVE "ACCOUNT"     TO Yearend-Rpt-Line(1 : 7).
    MOVE "BALANCE"     TO Yearend-Rpt-Line(27 : 7).
    MOVE "OPENING DOC" TO Yearend-Rpt-Line(38 : 11).
    WRITE Yearend-Rpt-Line.

    PERFORM 271-Write-Account-Line
      VARYING WS-Ye-Acct-Idx FROM 1 BY 1
        UNTIL WS-Ye-Acct-Idx > WS-Ye-Acct-Count.

    MOVE WS-Ye-Opening-Total TO WS-Ye-Amount-Edit.
    MOVE SPACE TO Yearend-Rpt-Line.
    STRING "ACCOUNTS: " DELIMITED BY SIZE
           WS-Ye-Acct-Count DELIMITED BY SIZE
           "   OPENING DOCUMENTS WRITTEN: " DELIMITED BY SIZE
           WS-Ye-Opening-Docs DELIMITED BY SIZE
           "   NET: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ye-Amount-Edit) DELIMITED BY SIZE
      INTO Yearend-Rpt-Line
    END-STRING.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE "HISTORY" TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    STRING "ROWS MOVED: " DELIMITED BY SIZE
           WS-Ye-Moved-Count DELIMITED BY SIZE
           "   TO " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Trans-Hist-Path) DELIMITED BY SIZE
      INTO Yearend-Rpt-Line
    END-STRING.
    WRITE Yearend-Rpt-Line.

    IF  WS-Ye-Move-Failed-Count > ZERO
        MOVE SPACE TO Yearend-Rpt-Line
        STRING "ROWS NOT MOVED: " DELIMITED BY SIZE
               WS-Ye-Move-Failed-Count DELIMITED BY SIZE
               "   (STILL ON THE MASTER - RE-RUN TO FINISH)"
                 DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
        WRITE Yearend-Rpt-Line
    END-IF.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE SPACE TO Yearend-Rpt-Line.
    IF  WS-Ye-Held
        STRING "CLOSE STATUS: HELD - " DELIMITED BY SIZE
               WS-Ye-Hold-Reason DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
    ELSE
        IF  WS-Ye-Move-Failed-Count > ZERO
            MOVE "CLOSE STATUS: CLOSED - MOVE TO HISTORY INCOMPLETE"
              TO Yearend-Rpt-Line
        ELSE
            MOVE "CLOSE STATUS: CLOSED" TO Yearend-Rpt-Line
        END-IF
    END-IF.
    WRITE Yearend-Rpt-Line.

    PERFORM 272-Write-Sign-Off.

    CLOSE Yearend-Rpt-File.

    MOVE "YEAREND" TO WS-Cat-Type.
    MOVE WS-Ye-To-Date TO WS-Cat-Date.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company.
    MOVE WS-Ye-Opening-Docs TO WS-Cat-Rows.
    MOVE WS-Yearend-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

    MOVE WS-Ye-Moved-Count TO WS-Ye-Count-Edit.
    MOVE SPACE TO WS-MSG.
    IF  WS-Ye-Held
        STRING "year-end: " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " HELD for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Hold-Reason) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        STRING "year-end: " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " closed for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Count-Edit) DELIMITED BY SIZE
               " row(s) moved to history" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
270-Summary-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
271-Write-Account-Line.
*>------------------------------------------------
    MOVE SPACE TO WS-Ye-Acct-Row.
    MOVE WS-Ye-Acct-Code(WS-Ye-Acct-Idx)    TO WS-Ye-Row-Account.
    MOVE WS-Ye-Acct-Balance(WS-Ye-Acct-Idx) TO WS-Ye-Row-Balance.
    MOVE WS-Ye-Acct-Doc(WS-Ye-Acct-Idx)     TO WS-Ye-Row-Doc.
    MOVE WS-Ye-Acct-Row TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

*>------------------------------------------------
272-Write-Sign-Off.
*>------------------------------------------------
    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE "SIGN-OFF" TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    STRING "PREPARED BY:  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
           "   RUN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Run-ID) DELIMITED BY SIZE
           "   DATE " DELIMITED BY SIZE
           CDT-Date DELIMITED BY SIZE
      INTO Yearend-Rpt-Line
    END-STRING.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE "REVIEWED BY:  ____________________   SIGNATURE ____________________   DATE ________"
      TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

    MOVE SPACE TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.
    MOVE "APPROVED BY:  ____________________   SIGNATURE ____________________   DATE ________"
      TO Yearend-Rpt-Line.
    WRITE Yearend-Rpt-Line.

*>------------------------------------------------
275-Append-Resume-Summary.
*>------------------------------------------------
*> The interrupted run's summary stands; this run adds
*> what it finished underneath, signed the same way.
*>------------------------------------------------
    OPEN EXTEND Yearend-Rpt-File.
    IF  WS-StatusYER NOT = "00"
        OPEN OUTPUT Yearend-Rpt-File
    END-IF.

    IF  WS-StatusYER = "00"
        ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT
        ACCEPT CDT-Time FROM TIME          END-ACCEPT

        MOVE SPACE TO Yearend-Rpt-Line
        WRITE Yearend-Rpt-Line
        MOVE SPACE TO Yearend-Rpt-Line
        STRING "CLOSE COMPLETED BY RUN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Run-ID) DELIMITED BY SIZE
               " - OPENING BALANCES ALREADY IN: " DELIMITED BY SIZE
               WS-Ye-Opening-Docs DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
        WRITE Yearend-Rpt-Line

        MOVE SPACE TO Yearend-Rpt-Line
        STRING "ROWS MOVED: " DELIMITED BY SIZE
               WS-Ye-Moved-Count DELIMITED BY SIZE
               "   NOT MOVED: " DELIMITED BY SIZE
               WS-Ye-Move-Failed-Count DELIMITED BY SIZE
               "   TO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Trans-Hist-Path) DELIMITED BY SIZE
          INTO Yearend-Rpt-Line
        END-STRING
        WRITE Yearend-Rpt-Line

        PERFORM 272-Write-Sign-Off

        CLOSE Yearend-Rpt-File
    END-IF.

    MOVE WS-Ye-Moved-Count TO WS-Ye-Count-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "year-end: " DELIMITED BY SIZE
           WS-Ye-Year DELIMITED BY SIZE
           " close completed for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
             DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ye-Count-Edit) DELIMITED BY SIZE
           " row(s) moved to history" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    IF  WS-Ye-Move-Failed-Count > ZERO
        ADD 1 TO WS-Ye-Companies-Held
        PERFORM 280-Raise-Close-Alert
    ELSE
        ADD 1 TO WS-Ye-Companies-Closed
    END-IF.

*>------------------------------------------------
280-Raise-Close-Alert.
*>------------------------------------------------
*> A held year (or a move left half done) is an ERROR
*> line and one ./logs/alerts.queue row, same layout as
*> PGM16's 240-Raise-Recon-Alert, so PGM05 opens the
*> work item.
*>------------------------------------------------
    MOVE SPACE TO WS-MSG.
    IF  WS-Ye-Held
        STRING "year-end: " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " close HELD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ye-Hold-Reason) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        STRING "year-end: " DELIMITED BY SIZE
               WS-Ye-Year DELIMITED BY SIZE
               " rows left on the master " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
               " - re-run to finish the move" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "280-RAISE-CLOSE-ALERT" TO WS-Log-Source-Para.
    MOVE 9137 TO WS-Log-Event-Code.
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
    IF  WS-Co-Idx > ZERO
    AND WS-Co-Idx NOT > WS-Company-Count
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Alert-Company
    END-IF.

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
290-Close-Company-Files.
*>------------------------------------------------
    IF  WS-Trans-Hist-Open
        MOVE "N" TO WS-Trans-Hist-Open-Sw
        CLOSE Trans-Hist-File
    END-IF.

    IF  WS-Ye-Index-Open
        MOVE "N" TO WS-Ye-Index-Open-Sw
        CLOSE Intake-Index-File
    END-IF.

    CLOSE Trans-Master-File.

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

END PROGRAM PGM43.
