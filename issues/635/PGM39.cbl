*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM39.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> General-ledger journal extract.
*> Turns what PGM15 posted into what the GL loads, so
*> finance stops re-keying the posting register: every
*> transaction master row a company posted on the
*> journal date is booked through the account mapping
*> table (./reports/gl-account-map.cfg - vendor code
*> plus the value of one chosen record column -> a
*> debit/credit account pair) into a balanced journal-
*> entry file under that company's ./outbound, with a
*> header and a control trailer (entries, lines, total
*> debits, total credits) for the GL load to prove.
*> A posting that maps to no account lands on the
*> unmapped-items report instead and BLOCKS that
*> company's journal for the date - no file is
*> released, an alert is raised, and the rerun after
*> the mapping row is added produces the whole journal.
*> The journal date is today's, or PGM00_JOURNAL_DATE
*> (YYYYMMDD) for a catch-up run.  Runs after PGM15 in
*> the nightly chain (a job-chain.cfg row adds it - see
*> PGM00B).
*> With GL on ./reports/recipient-keys.cfg the journal
*> lands as a sealed .pgp, its clear copy kept in
*> ./files/sent; a required key that is unusable blocks
*> the company's journal like an unmapped posting.
*> A day with postings is only released once PGM72 has
*> proved them and finance has signed that proof off on
*> PGM73 - the latest "P" row for the company and date
*> on its ./reports/posting-proof.log must carry an "S"
*> row with the same cksum.  No proof, or a proof not
*> signed off, blocks the journal the same way.
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
COPY "./copybooks/GL-Map-Select.cpy".
COPY "./copybooks/GL-Journal-Select.cpy".
COPY "./copybooks/GL-Unmapped-Rpt-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Recipient-Key-Select.cpy".
COPY "./copybooks/Posting-Proof-Select.cpy".
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
COPY "./copybooks/GL-Map-FD.cpy".
COPY "./copybooks/GL-Journal-FD.cpy".
COPY "./copybooks/GL-Unmapped-Rpt-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Recipient-Key-FD.cpy".
COPY "./copybooks/Posting-Proof-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM39".

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

COPY "./copybooks/GL-Map-WS.cpy".

COPY "./copybooks/GL-Journal-WS.cpy".

COPY "./copybooks/GL-Unmapped-Rpt-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Recipient-Key-WS.cpy".

COPY "./copybooks/Posting-Proof-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Journal-Sweep-EOF        VALUE "Y".

01  WS-Jnl-Date-Raw              PIC X(08) VALUE SPACE.

*> how the posting under review reads: its vendor code
*> and the delimiter its TM-Record-Data splits on -
*> off the row itself, or resolved through the intake
*> index for rows posted before the master carried them.
01  WS-Jnl-Vendor                PIC X(10) VALUE SPACE.
01  WS-Jnl-Delim                 PIC X(01) VALUE "|".
01  WS-Jnl-Work-Line             PIC X(200) VALUE SPACE.

01  WS-Jnl-Index-Open-Sw         PIC X(01) VALUE "N".
    88  WS-Jnl-Index-Open        VALUE "Y".
01  WS-Jnl-Journal-Open-Sw       PIC X(01) VALUE "N".
    88  WS-Jnl-Journal-Open      VALUE "Y".
01  WS-Jnl-Blocked-Sw            PIC X(01) VALUE "N".
    88  WS-Jnl-Blocked           VALUE "Y".

*> the posting proof for the company and date: N none
*> on file, U the latest one not signed off, S signed.
01  WS-Jnl-Proof-State           PIC X(01) VALUE "N".
    88  WS-Jnl-No-Proof          VALUE "N".
    88  WS-Jnl-Proof-Unsigned    VALUE "U".
    88  WS-Jnl-Proof-Signed      VALUE "S".
01  WS-Jnl-Proof-Signature       PIC 9(10) VALUE ZERO.
01  WS-Jnl-Proof-Block-Sw        PIC X(01) VALUE "N".
    88  WS-Jnl-Proof-Blocked     VALUE "Y".

01  WS-Jnl-Companies-Released    PIC 9(02) VALUE ZERO.
01  WS-Jnl-Companies-Blocked     PIC 9(02) VALUE ZERO.
01  WS-Jnl-Count-Edit            PIC Z(06)9 VALUE ZERO.

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
*> in this system, so PGM00B can CALL PGM39 right
*> after PGM15 with the same variables on hand.  A
*> blocked company ends the run with the WARNING
*> return (4) so the chain can be told to carry on
*> past it or stop.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    IF  WS-GL-Map-Count = ZERO
        MOVE "journal: no account mapping table on file - every posting unmapped"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

    PERFORM 055-Process-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    IF  WS-Jnl-Companies-Blocked > ZERO
        MOVE 4 TO WS-Return
        MOVE "PGM39 journal blocked - see unmapped-items report"
          TO WS-Return-Msg
    ELSE
        MOVE ZERO TO WS-Return
        MOVE "PGM39 completed successfully" TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM39 general-ledger journal extract complete"
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
*> overlay, and company-table load as PGM15's own
*> 090-Init-Root-Path, so the journal reads each
*> company's master exactly where posting wrote it.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    MOVE CDT-Date TO WS-GL-Journal-Date.

    ACCEPT WS-Jnl-Date-Raw FROM ENVIRONMENT "PGM00_JOURNAL_DATE"
      END-ACCEPT.
    IF  WS-Jnl-Date-Raw IS NUMERIC
        MOVE WS-Jnl-Date-Raw TO WS-GL-Journal-Date
    END-IF.

    PERFORM 091-Load-Dir-Table.

    PERFORM 078-Load-Layout-Table.

    PERFORM 080-Load-GL-Map.

    PERFORM 082-Load-Recipient-Keys.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
078-Load-Layout-Table.
*>------------------------------------------------
*> Same ./reports/vendor-layout.cfg load as PGM15's
*> 078-Load-Layout-Table - the journal only needs the
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
*> postings is blocked, which is the point.
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
082-Load-Recipient-Keys.
*>------------------------------------------------
*> Same ./reports/recipient-keys.cfg load as PGM01's
*> 0772-Load-Recipient-Keys.
*>------------------------------------------------
    MOVE SPACE TO WS-Recipient-Key-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/recipient-keys.cfg" DELIMITED BY SIZE
      INTO WS-Recipient-Key-Path
    END-STRING.

    MOVE ZERO TO WS-Rcp-Count.

    MOVE "N" TO WS-EOF-RKY.
    OPEN INPUT Recipient-Key-File.
    IF  WS-StatusRKY = "00"
        PERFORM 0821-Read-Recipient-Key-Row
          UNTIL Recipient-Key-EOF
        CLOSE Recipient-Key-File
    END-IF.

*>------------------------------------------------
0821-Read-Recipient-Key-Row.
*>------------------------------------------------
    READ Recipient-Key-File
        AT END
            MOVE "Y" TO WS-EOF-RKY
        NOT AT END
            IF  RK-Recipient NOT = SPACE
            AND WS-Rcp-Count < 40
                ADD 1 TO WS-Rcp-Count
                SET WS-Rcp-Idx TO WS-Rcp-Count
                MOVE RK-Recipient TO WS-Rcp-Recipient(WS-Rcp-Idx)
                MOVE RK-Key-Id    TO WS-Rcp-Key-Id(WS-Rcp-Idx)
                MOVE FUNCTION UPPER-CASE(RK-Mode)
                  TO WS-Rcp-Mode(WS-Rcp-Idx)
                MOVE FUNCTION UPPER-CASE(RK-Sign)
                  TO WS-Rcp-Sign(WS-Rcp-Idx)
                MOVE RK-Command   TO WS-Rcp-Command(WS-Rcp-Idx)
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
        MOVE "PGM39 general-ledger journal extract begin job"
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
*> PGM15's 055-Process-One-Company does, then build
*> this company's journal.
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

    PERFORM 200-Journal-Company
      THRU 200-Journal-Exit.

*>------------------------------------------------
200-Journal-Company.
*>------------------------------------------------
*> One journal pass for this company: sweep the
*> journal date's transaction master rows into a work
*> journal, then either release it (every posting
*> mapped, debits equal credits) or throw it away and
*> raise the block.
*>------------------------------------------------
    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE SPACE TO WS-GL-Journal-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound)) DELIMITED BY SIZE
           "gl-journal-" DELIMITED BY SIZE
           WS-GL-Journal-Date DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-GL-Journal-Path
    END-STRING.

    MOVE SPACE TO WS-GL-Journal-Work-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound)) DELIMITED BY SIZE
           "gl-journal-" DELIMITED BY SIZE
           WS-GL-Journal-Date DELIMITED BY SIZE
           ".wrk" DELIMITED BY SIZE
      INTO WS-GL-Journal-Work-Path
    END-STRING.

*>  a GL load enrolled on the recipient key table gets
*>  its journal sealed - the work file is then built in
*>  ./files/sent, never in ./outbound.
    MOVE "GL" TO WS-Rcp-Code.
    MOVE TBL-Path-Name(TBL-dir-outbound) TO WS-Rcp-Dest-Dir.
    MOVE SPACE TO WS-Rcp-File-Name.
    STRING "gl-journal-" DELIMITED BY SIZE
           WS-GL-Journal-Date DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Rcp-File-Name
    END-STRING.
    PERFORM 245-Prepare-Recipient-Send.
    IF  WS-Rcp-Found
        MOVE SPACE TO WS-GL-Journal-Work-Path
        STRING FUNCTION TRIM(WS-Rcp-Spool-Dir) DELIMITED BY SIZE
               "gl-journal-" DELIMITED BY SIZE
               WS-GL-Journal-Date DELIMITED BY SIZE
               ".wrk" DELIMITED BY SIZE
          INTO WS-GL-Journal-Work-Path
        END-STRING
    END-IF.

    MOVE SPACE TO WS-GL-Unmapped-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "gl-unmapped-" DELIMITED BY SIZE
           WS-GL-Journal-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-GL-Unmapped-Rpt-Path
    END-STRING.

    MOVE ZERO TO WS-GL-Entry-Count
                 WS-GL-Line-Count
                 WS-GL-Debit-Total
                 WS-GL-Credit-Total
                 WS-GL-Unmapped-Count
                 WS-GL-Zero-Count.
    MOVE "N" TO WS-Jnl-Blocked-Sw
                WS-Jnl-Proof-Block-Sw
                WS-Jnl-Index-Open-Sw
                WS-Jnl-Journal-Open-Sw.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
*>      no master yet means PGM15 has never posted
*>      here - nothing to journal.
        GO TO 200-Journal-Exit
    END-IF.

*>  the index is only consulted for rows posted before
*>  the master carried vendor and delimiter - its
*>  absence is not an error.
    OPEN INPUT Intake-Index-File.
    IF  WS-StatusIDX = "00"
        MOVE "Y" TO WS-Jnl-Index-Open-Sw
    END-IF.

    OPEN OUTPUT GL-Journal-File.
    IF  WS-StatusGLJ = "00"
        MOVE "Y" TO WS-Jnl-Journal-Open-Sw
        ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT
        ACCEPT CDT-Time FROM TIME          END-ACCEPT
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-GL-Hdr-Company
        MOVE WS-GL-Journal-Date         TO WS-GL-Hdr-Date
        MOVE WS-Run-ID                  TO WS-GL-Hdr-Run-ID
        MOVE SPACE TO WS-GL-Hdr-Created
        STRING CDT-Date    DELIMITED BY SIZE
               CDT-Hour    DELIMITED BY SIZE
               CDT-Minutes DELIMITED BY SIZE
               CDT-Seconds DELIMITED BY SIZE
          INTO WS-GL-Hdr-Created
        END-STRING
        WRITE GL-Journal-Line FROM WS-GL-Jnl-Header
    ELSE
        MOVE "journal: unable to open the work journal - company skipped"
          TO WS-MSG
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "200-JOURNAL-COMPANY" TO WS-Log-Source-Para
        MOVE 9134 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line

        PERFORM 290-Close-Company-Files
        ADD 1 TO WS-Jnl-Companies-Blocked
        GO TO 200-Journal-Exit
    END-IF.

    OPEN OUTPUT GL-Unmapped-Rpt-File.
    IF  WS-StatusGLU = "00"
        MOVE SPACE TO GL-Unmapped-Rpt-Line
        IF  WS-Company-Code(WS-Co-Idx) = SPACE
            STRING "GL UNMAPPED ITEMS - " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
              INTO GL-Unmapped-Rpt-Line
            END-STRING
        ELSE
            STRING "GL UNMAPPED ITEMS - " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
                   " - COMPANY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
              INTO GL-Unmapped-Rpt-Line
            END-STRING
        END-IF
        WRITE GL-Unmapped-Rpt-Line

        MOVE SPACE TO GL-Unmapped-Rpt-Line
        MOVE "DOCUMENT"    TO GL-Unmapped-Rpt-Line(1:8)
        MOVE "VENDOR"      TO GL-Unmapped-Rpt-Line(12:6)
        MOVE "KEY VALUE"   TO GL-Unmapped-Rpt-Line(24:9)
        MOVE "AMOUNT"      TO GL-Unmapped-Rpt-Line(57:6)
        MOVE "SOURCE FILE" TO GL-Unmapped-Rpt-Line(65:11)
        WRITE GL-Unmapped-Rpt-Line
    END-IF.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE WS-GL-Journal-Date         TO TM-Post-Date.
    MOVE ZERO                       TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 210-Journal-One-Row
      UNTIL Journal-Sweep-EOF.

    IF  WS-GL-Unmapped-Count > ZERO
        MOVE "Y" TO WS-Jnl-Blocked-Sw
    END-IF.

*>  debits equal credits by construction - proven here
*>  anyway, because the trailer is a promise to the GL.
    IF  WS-GL-Debit-Total NOT = WS-GL-Credit-Total
        MOVE "Y" TO WS-Jnl-Blocked-Sw
    END-IF.

*>  a day with postings needs its signed-off posting
*>  proof; a day with none has nothing to prove.
    IF  NOT WS-Jnl-Blocked
    AND (WS-GL-Entry-Count > ZERO OR WS-GL-Zero-Count > ZERO)
        PERFORM 255-Check-Proof-Sign-Off
        IF  NOT WS-Jnl-Proof-Signed
            MOVE "Y" TO WS-Jnl-Blocked-Sw
                        WS-Jnl-Proof-Block-Sw
        END-IF
    END-IF.

    PERFORM 250-Close-Unmapped-Report.

    IF  WS-Jnl-Blocked
        PERFORM 260-Block-Journal
    ELSE
        PERFORM 270-Release-Journal
          THRU 270-Release-Exit
    END-IF.

    PERFORM 290-Close-Company-Files.

*>------------------------------------------------
200-Journal-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Journal-One-Row.
*>------------------------------------------------
*> One transaction master row per READ NEXT, for as
*> long as the key stays on this company and date.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date NOT = WS-GL-Journal-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                PERFORM 220-Journal-One-Posting
            END-IF
    END-READ.

*>------------------------------------------------
220-Journal-One-Posting.
*>------------------------------------------------
*> A zero-amount posting moves no money and has no
*> journal lines; anything else maps or blocks.  An
*> opening-balance document (PGM43's year-end carry-
*> forward) is not activity - the GL brings its own
*> balances forward - so it never journals.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN TM-Is-Opening
            CONTINUE
        WHEN TM-Amount = ZERO
            ADD 1 TO WS-GL-Zero-Count
        WHEN OTHER
            PERFORM 221-Resolve-Row-Context
            PERFORM 222-Find-GL-Map

            IF  WS-GL-Map-Found
                PERFORM 240-Write-Journal-Pair
            ELSE
                PERFORM 230-Write-Unmapped-Item
            END-IF
    END-EVALUATE.

*>------------------------------------------------
221-Resolve-Row-Context.
*>------------------------------------------------
*> Vendor and delimiter off the row itself; a row
*> posted before the master carried them borrows both
*> from its arrival's intake index row (the canonical
*> copy splits on "|", raw bytes on the profile's
*> delimiter).
*>------------------------------------------------
    MOVE TM-Vendor-Code TO WS-Jnl-Vendor.
    MOVE TM-Delimiter   TO WS-Jnl-Delim.

    IF  WS-Jnl-Vendor = SPACE
    AND WS-Jnl-Index-Open
        MOVE TM-Source-File TO WS-II-Search-Name
        PERFORM 2211-Find-Latest-Index-Row
        IF  WS-II-Row-Found
            MOVE II-Vendor-Code TO WS-Jnl-Vendor
            IF  II-Norm-Sw = "Y"
                MOVE "|" TO WS-Jnl-Delim
            ELSE
                PERFORM 2213-Find-Layout-Delim
            END-IF
        END-IF
    END-IF.

    IF  WS-Jnl-Delim = SPACE
        MOVE "|" TO WS-Jnl-Delim
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
    MOVE "|" TO WS-Jnl-Delim.
    MOVE "N" TO WS-Layout-Found-Sw.

    IF  WS-Jnl-Vendor NOT = SPACE
    AND WS-Layout-Count > ZERO
        PERFORM 22131-Match-One-Layout-Row
          VARYING WS-Lay-Idx FROM 1 BY 1
            UNTIL WS-Layout-Found
               OR WS-Lay-Idx > WS-Layout-Count
    END-IF.

*>------------------------------------------------
22131-Match-One-Layout-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Jnl-Vendor
        MOVE "Y" TO WS-Layout-Found-Sw
        MOVE WS-Layout-Delim(WS-Lay-Idx) TO WS-Jnl-Delim
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

    MOVE TM-Record-Data TO WS-Jnl-Work-Line.
    MOVE SPACE TO WS-Content-Col-Table.
    MOVE ZERO  TO WS-Content-Col-Count.
    UNSTRING WS-Jnl-Work-Line
        DELIMITED BY WS-Jnl-Delim
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

    IF  WS-Jnl-Vendor NOT = SPACE
    AND WS-GL-Map-Count > ZERO
        PERFORM 2221-Try-One-Map-Row
          VARYING WS-Glm-Idx FROM 1 BY 1
            UNTIL WS-GL-Map-Found
               OR WS-Glm-Idx > WS-GL-Map-Count
    END-IF.

*>------------------------------------------------
2221-Try-One-Map-Row.
*>------------------------------------------------
    IF  WS-GL-Map-Vendor(WS-Glm-Idx) = WS-Jnl-Vendor
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
230-Write-Unmapped-Item.
*>------------------------------------------------
*> One report line per posting with no account - the
*> document number, the vendor, and the value the
*> mapping was looked up by, so the row finance has
*> to add is obvious.
*>------------------------------------------------
    ADD 1 TO WS-GL-Unmapped-Count.

    IF  WS-StatusGLU = "00"
        MOVE SPACE TO WS-GL-Unmapped-Row
        MOVE TM-Doc-Number       TO WS-GL-Unm-Doc-Number
        MOVE WS-Jnl-Vendor       TO WS-GL-Unm-Vendor
        IF  WS-Jnl-Vendor = SPACE
            MOVE "(no vendor code)" TO WS-GL-Unm-Key-Value
        ELSE
            MOVE WS-GL-Map-Key-Value TO WS-GL-Unm-Key-Value
        END-IF
        MOVE TM-Amount           TO WS-GL-Unm-Amount
        MOVE TM-Source-File      TO WS-GL-Unm-Source-File
        MOVE WS-GL-Unmapped-Row  TO GL-Unmapped-Rpt-Line
        WRITE GL-Unmapped-Rpt-Line
    END-IF.

*>------------------------------------------------
240-Write-Journal-Pair.
*>------------------------------------------------
*> Two lines per posting, same document number: the
*> mapped debit and credit for a positive amount, the
*> sides swapped for a negative one (a reversal or a
*> credit note), always carried as a positive figure.
*>------------------------------------------------
    IF  TM-Amount < ZERO
        COMPUTE WS-GL-Abs-Amount = ZERO - TM-Amount
    ELSE
        MOVE TM-Amount TO WS-GL-Abs-Amount
    END-IF.

    ADD 1 TO WS-GL-Entry-Count.

    MOVE SPACE TO WS-GL-Jnl-Detail.
    MOVE "D"                         TO WS-GL-Det-Type.
    MOVE TM-Company                  TO WS-GL-Det-Company.
    MOVE TM-Post-Date                TO WS-GL-Det-Post-Date.
    MOVE TM-Doc-Number               TO WS-GL-Det-Doc-Number.
    MOVE WS-GL-Abs-Amount            TO WS-GL-Det-Amount.
    MOVE WS-Jnl-Vendor               TO WS-GL-Det-Vendor.
    MOVE WS-GL-Map-Desc(WS-GL-Map-Hit) TO WS-GL-Det-Desc.
    MOVE TM-Source-File              TO WS-GL-Det-Source-File.

    MOVE 1 TO WS-GL-Det-Line-No.
    IF  TM-Amount < ZERO
        MOVE WS-GL-Map-Credit(WS-GL-Map-Hit) TO WS-GL-Det-Account
    ELSE
        MOVE WS-GL-Map-Debit(WS-GL-Map-Hit)  TO WS-GL-Det-Account
    END-IF.
    MOVE "D" TO WS-GL-Det-DC.
    WRITE GL-Journal-Line FROM WS-GL-Jnl-Detail.
    ADD WS-GL-Abs-Amount TO WS-GL-Debit-Total.

    MOVE 2 TO WS-GL-Det-Line-No.
    IF  TM-Amount < ZERO
        MOVE WS-GL-Map-Debit(WS-GL-Map-Hit)  TO WS-GL-Det-Account
    ELSE
        MOVE WS-GL-Map-Credit(WS-GL-Map-Hit) TO WS-GL-Det-Account
    END-IF.
    MOVE "C" TO WS-GL-Det-DC.
    WRITE GL-Journal-Line FROM WS-GL-Jnl-Detail.
    ADD WS-GL-Abs-Amount TO WS-GL-Credit-Total.

    ADD 2 TO WS-GL-Line-Count.

*>------------------------------------------------
245-Prepare-Recipient-Send.
*>------------------------------------------------
*> Same recipient check as PGM01's 249-Prepare-
*> Recipient-Send - an enrolled recipient's clear
*> file is built in ./files/sent.
*>------------------------------------------------
    MOVE "N"  TO WS-Rcp-Found-Sw.
    MOVE ZERO TO WS-Rcp-Hit.
    MOVE SPACE TO WS-Rcp-Outcome-Sw.

    IF  WS-Rcp-Code NOT = SPACE
    AND WS-Rcp-Count > ZERO
        PERFORM 2451-Match-One-Recipient-Key
          VARYING WS-Rcp-Idx FROM 1 BY 1
            UNTIL WS-Rcp-Found
               OR WS-Rcp-Idx > WS-Rcp-Count
    END-IF.

    MOVE SPACE TO WS-Rcp-Dest-Path.
    STRING FUNCTION TRIM(WS-Rcp-Dest-Dir) DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rcp-File-Name) DELIMITED BY SIZE
      INTO WS-Rcp-Dest-Path
    END-STRING.

    IF  WS-Rcp-Found
        MOVE SPACE TO WS-Rcp-Spool-Dir
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files))
                 DELIMITED BY SIZE
               "sent/" DELIMITED BY SIZE
          INTO WS-Rcp-Spool-Dir
        END-STRING

        MOVE SPACE TO WS-Rcp-Cmd
        STRING "mkdir -p '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Spool-Dir) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
          INTO WS-Rcp-Cmd
        END-STRING
        CALL "SYSTEM"
          USING WS-Rcp-Cmd
        END-CALL

        MOVE SPACE TO WS-Rcp-Clear-Path
        STRING FUNCTION TRIM(WS-Rcp-Spool-Dir) DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-File-Name) DELIMITED BY SIZE
          INTO WS-Rcp-Clear-Path
        END-STRING

        MOVE SPACE TO WS-Rcp-Sealed-Path
        STRING FUNCTION TRIM(WS-Rcp-Dest-Path) DELIMITED BY SIZE
               ".pgp" DELIMITED BY SIZE
          INTO WS-Rcp-Sealed-Path
        END-STRING

        MOVE SPACE TO WS-Rcp-Sealed-Work
        STRING FUNCTION TRIM(WS-Rcp-Clear-Path) DELIMITED BY SIZE
               ".pgp.wrk" DELIMITED BY SIZE
          INTO WS-Rcp-Sealed-Work
        END-STRING
    END-IF.

*>------------------------------------------------
2451-Match-One-Recipient-Key.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Rcp-Recipient(WS-Rcp-Idx))
      = FUNCTION UPPER-CASE(WS-Rcp-Code)
        MOVE "Y" TO WS-Rcp-Found-Sw
        SET WS-Rcp-Hit TO WS-Rcp-Idx
    END-IF.

*>------------------------------------------------
2452-Seal-Outbound-File.
*>------------------------------------------------
*> Same seal as PGM01's 2492-Seal-Outbound-File:
*> sealed <name>.pgp into the destination, clear
*> fallback for an optional recipient, BLOCKED and
*> alerted for a required one with no usable key.
*>------------------------------------------------
    MOVE "B" TO WS-Rcp-Outcome-Sw.
    MOVE SPACE TO WS-Rcp-Reason.

    IF  WS-Rcp-Key-Id(WS-Rcp-Hit) = SPACE
        MOVE "no public key on file" TO WS-Rcp-Reason
    ELSE
        IF  WS-Rcp-Command(WS-Rcp-Hit) = SPACE
            MOVE "no encrypt hook on file" TO WS-Rcp-Reason
        END-IF
    END-IF.

    IF  WS-Rcp-Reason = SPACE
        MOVE SPACE TO WS-Rcp-Cmd
        STRING FUNCTION TRIM(WS-Rcp-Command(WS-Rcp-Hit))
                 DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Clear-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Sealed-Work) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Key-Id(WS-Rcp-Hit))
                 DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               WS-Rcp-Sign(WS-Rcp-Hit) DELIMITED BY SIZE
               "' >/dev/null 2>&1" DELIMITED BY SIZE
          INTO WS-Rcp-Cmd
        END-STRING

        CALL "SYSTEM"
          USING WS-Rcp-Cmd
        END-CALL

        IF  Return-Code = ZERO
            CALL "CBL_RENAME_FILE"
              USING WS-Rcp-Sealed-Work
                    WS-Rcp-Sealed-Path
            END-CALL
        END-IF

        IF  Return-Code = ZERO
            MOVE "E" TO WS-Rcp-Outcome-Sw
*>          a clear copy an earlier optional fallback left
*>          must not sit beside the sealed one.
            CALL "CBL_DELETE_FILE"
              USING WS-Rcp-Dest-Path
            END-CALL
            MOVE SPACE TO WS-MSG
            STRING "outbound: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-File-Name) DELIMITED BY SIZE
                   " sealed for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-Code) DELIMITED BY SIZE
                   " with key " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-Key-Id(WS-Rcp-Hit))
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
            GO TO 2452-Seal-Exit
        END-IF

        CALL "CBL_DELETE_FILE"
          USING WS-Rcp-Sealed-Work
        END-CALL
        MOVE "encrypt hook failed" TO WS-Rcp-Reason
    END-IF.

    IF  NOT WS-Rcp-Required(WS-Rcp-Hit)
        MOVE SPACE TO WS-Rcp-Cmd
        STRING "cp '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Clear-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rcp-Dest-Path) DELIMITED BY SIZE
               "' 2>/dev/null" DELIMITED BY SIZE
          INTO WS-Rcp-Cmd
        END-STRING
        CALL "SYSTEM"
          USING WS-Rcp-Cmd
        END-CALL

        IF  Return-Code = ZERO
            MOVE "C" TO WS-Rcp-Outcome-Sw
            MOVE SPACE TO WS-MSG
            STRING "outbound: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-File-Name) DELIMITED BY SIZE
                   " sent in clear to " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-Code) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rcp-Reason) DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line

            SET WS-Log-Sev-Warning TO TRUE
            MOVE "2452-SEAL-OUTBOUND" TO WS-Log-Source-Para
            MOVE 9144 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
            GO TO 2452-Seal-Exit
        END-IF
        MOVE "clear fallback copy failed" TO WS-Rcp-Reason
    END-IF.

    MOVE SPACE TO WS-MSG.
    STRING "outbound: BLOCKED " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rcp-File-Name) DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rcp-Code) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rcp-Reason) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "2452-SEAL-OUTBOUND" TO WS-Log-Source-Para.
    MOVE 9143 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 280-Raise-Journal-Alert.

*>------------------------------------------------
2452-Seal-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
250-Close-Unmapped-Report.
*>------------------------------------------------
*> The report is written every pass, so "nothing
*> unmapped today" is on paper too.
*>------------------------------------------------
    IF  WS-StatusGLU = "00"
        MOVE SPACE TO GL-Unmapped-Rpt-Line
        WRITE GL-Unmapped-Rpt-Line

        MOVE WS-GL-Unmapped-Count TO WS-Jnl-Count-Edit
        MOVE SPACE TO GL-Unmapped-Rpt-Line
        IF  WS-Jnl-Blocked
            STRING "UNMAPPED ITEMS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Jnl-Count-Edit) DELIMITED BY SIZE
                   "   JOURNAL BLOCKED - NOTHING RELEASED TO THE GL"
                     DELIMITED BY SIZE
              INTO GL-Unmapped-Rpt-Line
            END-STRING
        ELSE
            STRING "UNMAPPED ITEMS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Jnl-Count-Edit) DELIMITED BY SIZE
                   "   JOURNAL RELEASED" DELIMITED BY SIZE
              INTO GL-Unmapped-Rpt-Line
            END-STRING
        END-IF
        WRITE GL-Unmapped-Rpt-Line

        IF  WS-Jnl-Proof-Blocked
            MOVE SPACE TO GL-Unmapped-Rpt-Line
            IF  WS-Jnl-No-Proof
                MOVE "AWAITING POSTING PROOF - NO PGM72 PROOF ON FILE FOR THIS DATE"
                  TO GL-Unmapped-Rpt-Line
            ELSE
                MOVE "AWAITING POSTING PROOF SIGN-OFF (PGM73)"
                  TO GL-Unmapped-Rpt-Line
            END-IF
            WRITE GL-Unmapped-Rpt-Line
        END-IF

        CLOSE GL-Unmapped-Rpt-File

        MOVE "GLUNMAPPED" TO WS-Cat-Type
        MOVE WS-GL-Journal-Date TO WS-Cat-Date
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company
        MOVE WS-GL-Unmapped-Count TO WS-Cat-Rows
        MOVE WS-GL-Unmapped-Rpt-Path TO WS-Cat-Path
        PERFORM 940-Register-Report
    END-IF.

*>------------------------------------------------
255-Check-Proof-Sign-Off.
*>------------------------------------------------
*> Front-to-back read of the company's posting proof
*> ledger: the latest "P" row for the journal date is
*> the proof that counts (a re-run supersedes the one
*> before, sign-off and all), and only an "S" row with
*> its cksum signs it.
*>------------------------------------------------
    MOVE "N"  TO WS-Jnl-Proof-State.
    MOVE ZERO TO WS-Jnl-Proof-Signature.

    MOVE SPACE TO WS-Posting-Proof-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-proof.log" DELIMITED BY SIZE
      INTO WS-Posting-Proof-Path
    END-STRING.

    MOVE "N" TO WS-EOF-PPL.
    OPEN INPUT Posting-Proof-File.
    IF  WS-StatusPPL = "00"
        PERFORM 256-Read-Proof-Row
          UNTIL Posting-Proof-EOF
        CLOSE Posting-Proof-File
    END-IF.

*>------------------------------------------------
256-Read-Proof-Row.
*>------------------------------------------------
    READ Posting-Proof-File
        AT END
            MOVE "Y" TO WS-EOF-PPL
        NOT AT END
            IF  PP-Company    = WS-Company-Code(WS-Co-Idx)
            AND PP-Proof-Date = WS-GL-Journal-Date
                EVALUATE TRUE
                    WHEN PP-Is-Proof
                        MOVE "U"          TO WS-Jnl-Proof-State
                        MOVE PP-Signature TO WS-Jnl-Proof-Signature
                    WHEN PP-Is-Sign-Off
                     AND NOT WS-Jnl-No-Proof
                     AND PP-Signature = WS-Jnl-Proof-Signature
                        MOVE "S"          TO WS-Jnl-Proof-State
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
260-Block-Journal.
*>------------------------------------------------
*> Nothing goes to the GL for this company today: the
*> work journal is thrown away (and any journal an
*> earlier pass released for the date withdrawn, so
*> the loader never takes a stale one), and the block
*> is raised as an ERROR line and an alert.
*>------------------------------------------------
    ADD 1 TO WS-Jnl-Companies-Blocked.

    IF  WS-Jnl-Journal-Open
        MOVE "N" TO WS-Jnl-Journal-Open-Sw
        CLOSE GL-Journal-File
    END-IF.

    CALL "CBL_DELETE_FILE"
        USING WS-GL-Journal-Work-Path
    END-CALL.
    CALL "CBL_DELETE_FILE"
        USING WS-GL-Journal-Path
    END-CALL.
    IF  WS-Rcp-Found
        CALL "CBL_DELETE_FILE"
            USING WS-Rcp-Sealed-Path
        END-CALL
    END-IF.

    MOVE WS-GL-Unmapped-Count TO WS-Jnl-Count-Edit.
    MOVE SPACE TO WS-MSG.
    EVALUATE TRUE
        WHEN WS-GL-Unmapped-Count > ZERO
            STRING "journal BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Jnl-Count-Edit) DELIMITED BY SIZE
                   " unmapped posting(s)" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        WHEN WS-Jnl-Proof-Blocked AND WS-Jnl-No-Proof
            STRING "journal BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
                   ": no posting proof on file" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        WHEN WS-Jnl-Proof-Blocked
            STRING "journal BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
                   ": posting proof not signed off" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        WHEN OTHER
            STRING "journal BLOCKED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-Journal-Date DELIMITED BY SIZE
                   ": debits and credits out of balance" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
    END-EVALUATE.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "260-BLOCK-JOURNAL" TO WS-Log-Source-Para.
    MOVE 9133 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 280-Raise-Journal-Alert.

*>------------------------------------------------
270-Release-Journal.
*>------------------------------------------------
*> Trailer on, work name renamed into place - the
*> loader only ever sees a complete, balanced file.
*> For a sealed GL load the clear journal is renamed
*> into ./files/sent and the sealed copy is what lands;
*> a blocked send counts the company as blocked.
*>------------------------------------------------
    ADD 1 TO WS-Jnl-Companies-Released.

    MOVE SPACE TO WS-GL-Jnl-Trailer.
    MOVE "T"                        TO WS-GL-Trl-Type.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-GL-Trl-Company.
    MOVE WS-GL-Journal-Date         TO WS-GL-Trl-Date.
    MOVE WS-GL-Entry-Count          TO WS-GL-Trl-Entries.
    MOVE WS-GL-Line-Count           TO WS-GL-Trl-Lines.
    MOVE WS-GL-Debit-Total          TO WS-GL-Trl-Debits.
    MOVE WS-GL-Credit-Total         TO WS-GL-Trl-Credits.
    WRITE GL-Journal-Line FROM WS-GL-Jnl-Trailer.

    MOVE "N" TO WS-Jnl-Journal-Open-Sw.
    CLOSE GL-Journal-File.

    IF  WS-Rcp-Found
        CALL "CBL_RENAME_FILE"
          USING WS-GL-Journal-Work-Path
                WS-Rcp-Clear-Path
        END-CALL
        IF  Return-Code = ZERO
            PERFORM 2452-Seal-Outbound-File
              THRU 2452-Seal-Exit
            IF  WS-Rcp-Blocked
                SUBTRACT 1 FROM WS-Jnl-Companies-Released
                ADD 1 TO WS-Jnl-Companies-Blocked
                GO TO 270-Release-Exit
            END-IF
            MOVE ZERO TO Return-Code
        END-IF
    ELSE
        CALL "CBL_RENAME_FILE"
          USING WS-GL-Journal-Work-Path
                WS-GL-Journal-Path
        END-CALL
    END-IF.

    MOVE WS-GL-Entry-Count TO WS-Jnl-Count-Edit.
    MOVE WS-GL-Debit-Total TO WS-GL-Total-Edit.
    MOVE SPACE TO WS-MSG.
    IF  Return-Code NOT = ZERO
        STRING "journal: rename into ./outbound failed for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "270-RELEASE-JOURNAL" TO WS-Log-Source-Para
        MOVE 9134 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
    ELSE
        STRING "journal released: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Jnl-Count-Edit) DELIMITED BY SIZE
               " entries, debits = credits = " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GL-Total-Edit) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
270-Release-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
280-Raise-Journal-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row PGM16's 240-Raise-
*> Recon-Alert drops - a blocked journal is a GL load
*> that will not happen tonight.
*>------------------------------------------------
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
    IF  WS-Jnl-Journal-Open
        MOVE "N" TO WS-Jnl-Journal-Open-Sw
        CLOSE GL-Journal-File
    END-IF.

    IF  WS-Jnl-Index-Open
        MOVE "N" TO WS-Jnl-Index-Open-Sw
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

END PROGRAM PGM39.
