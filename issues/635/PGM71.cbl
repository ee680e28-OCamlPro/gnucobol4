*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM71.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Daily hash-chain verification.
*> Every compliance ledger PGM70 links - run-audit.log,
*> the approval queue, and each company's rejects
*> ledger, workbench ledger, day-close ledger,
*> record-repair log and posting proof ledger - is
*> walked end to end and every link recomputed.  A
*> ledger a row was changed in, inserted into or
*> dropped from no longer follows and is reported
*> BROKEN with the first bad line.  What
*> each walk found, and the last link it saw, goes on
*> ./reports/chain-verify.log (chained itself), and the
*> next run holds each append-only ledger to it: one
*> that has been cut back behind yesterday's last link,
*> or whose row there has changed, is broken too.  The
*> approval queue is rewritten whole by its owners, so
*> it is only held to its own links.  A break raises an
*> alerts.queue row (event 9154), an ERROR event in
*> main.log, a non-zero return for the job chain, and
*> a line on ./reports/chain-verify-YYYYMMDD.rpt,
*> catalogued for PGM34.  PGM31 carries the ledger rows
*> for its date range into every audit pack.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Log-File-Select.cpy".
COPY "./copybooks/Error-Log-Select.cpy".
COPY "./copybooks/Chain-Verify-Select.cpy".
COPY "./copybooks/Chain-Vfy-Rpt-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Chain-Verify-FD.cpy".
COPY "./copybooks/Chain-Vfy-Rpt-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM71".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

*> for WS-Run-Audit-Path - the run audit is walked where
*> its writers append it.
COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Chain-Verify-WS.cpy".

COPY "./copybooks/Chain-Vfy-Rpt-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Cv-Date                   PIC X(08) VALUE SPACE.
01  WS-Cv-Time                   PIC X(06) VALUE SPACE.

*> the ledger in hand - its name, owning company (blank
*> for the base ledgers), row length, and whether it is
*> append-only and so held to the last verified link.
01  WS-Cv-Ledger                 PIC X(12) VALUE SPACE.
01  WS-Cv-Company                PIC X(10) VALUE SPACE.
01  WS-Cv-Path                   PIC X(80) VALUE SPACE.
01  WS-Cv-Row-Len                PIC 9(03) VALUE ZERO.
01  WS-Cv-Hold-Sw                PIC X(01) VALUE "N".
    88  WS-Cv-Hold-To-Last       VALUE "Y".
01  WS-Cv-Result                 PIC X(07) VALUE SPACE.

*> the last INTACT walk of every ledger, by path, off
*> chain-verify.log - a later row for the same path
*> replaces an earlier one.
01  WS-Cv-Last-Table.
    05  WS-Cv-Last-Count         PIC 9(03) VALUE ZERO.
    05  WS-Cv-Last-Entry OCCURS 60 TIMES
                           INDEXED BY WS-Cvl-Idx.
        10  WS-Cv-Last-Path      PIC X(80).
        10  WS-Cv-Last-Linked    PIC 9(09).
        10  WS-Cv-Last-Tip       PIC X(20).
01  WS-Cv-Slot                   PIC 9(03) VALUE ZERO.
01  WS-Cv-Found-Sw               PIC X(01) VALUE "N".
    88  WS-Cv-Last-Found         VALUE "Y".

*> run tallies.
01  WS-Cv-Walked                 PIC 9(05) VALUE ZERO.
01  WS-Cv-Broken                 PIC 9(05) VALUE ZERO.
01  WS-Cv-Failed                 PIC 9(05) VALUE ZERO.
01  WS-Cv-Count-Edit             PIC Z(04)9 VALUE ZERO.
01  WS-Cv-Count-Edit2            PIC Z(04)9 VALUE ZERO.
01  WS-Cv-Count-Edit3            PIC Z(04)9 VALUE ZERO.
01  WS-Cv-Rpt-Open-Sw            PIC X(01) VALUE "N".
    88  WS-Cv-Rpt-Open           VALUE "Y".

*> one ledger on the report.
01  WS-Cv-Rpt-Row                PIC X(132) VALUE SPACE.
01  WS-Cv-Rpt-Row-Fields         REDEFINES WS-Cv-Rpt-Row.
    05  WS-Cvr-Company           PIC X(10).
    05                           PIC X(02).
    05  WS-Cvr-Ledger            PIC X(12).
    05                           PIC X(02).
    05  WS-Cvr-Result            PIC X(07).
    05                           PIC X(02).
    05  WS-Cvr-Rows              PIC Z(08)9.
    05                           PIC X(02).
    05  WS-Cvr-Legacy            PIC Z(08)9.
    05                           PIC X(02).
    05  WS-Cvr-Bad               PIC Z(08)9.
    05                           PIC X(02).
    05  WS-Cvr-Break-Line        PIC Z(08)9.
    05                           PIC X(02).
    05  WS-Cvr-Msg               PIC X(53).

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/linkage.cpy".

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
*> in this system.  The verification ledger is walked
*> first, before this run appends to it, then the base
*> ledgers, then each company's.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 150-Load-Last-Verified.

    PERFORM 160-Open-Report.

    MOVE SPACE                TO WS-Cv-Company.
    MOVE "CHAIN-VERIFY"       TO WS-Cv-Ledger.
    MOVE WS-Chain-Verify-Path TO WS-Cv-Path.
    MOVE 199                  TO WS-Cv-Row-Len.
    MOVE "Y"                  TO WS-Cv-Hold-Sw.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "RUN-AUDIT"          TO WS-Cv-Ledger.
    MOVE WS-Run-Audit-Path    TO WS-Cv-Path.
    MOVE 116                  TO WS-Cv-Row-Len.
    MOVE "Y"                  TO WS-Cv-Hold-Sw.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "APPROVALS"          TO WS-Cv-Ledger.
    MOVE SPACE                TO WS-Cv-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/approvals.dat" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 79                   TO WS-Cv-Row-Len.
    MOVE "N"                  TO WS-Cv-Hold-Sw.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    PERFORM 055-Process-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    PERFORM 400-Close-Report.

    MOVE ZERO TO WS-Return.
    MOVE "PGM71 completed successfully" TO WS-Return-Msg.
    IF  WS-Cv-Broken > ZERO
        MOVE 8 TO WS-Return
        MOVE WS-Cv-Broken TO WS-Cv-Count-Edit
        MOVE SPACE TO WS-Return-Msg
        STRING "PGM71 completed - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Count-Edit) DELIMITED BY SIZE
               " ledger chain(s) BROKEN" DELIMITED BY SIZE
          INTO WS-Return-Msg
        END-STRING
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM71 hash-chain verification complete"
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
*> overlay, and company-table load as PGM68's own
*> 090-Init-Root-Path, plus the run stamp and the
*> verification ledger's place under the base root.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE CDT-Date        TO WS-Cv-Date.
    MOVE CDT-Time(1 : 6) TO WS-Cv-Time.

    MOVE SPACE TO WS-Chain-Verify-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/chain-verify.log" DELIMITED BY SIZE
      INTO WS-Chain-Verify-Path
    END-STRING.

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
        MOVE "PGM71 hash-chain verification begin job"
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
*> PGM68's 055-Process-One-Company does, then walk
*> this company's five ledgers.
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

    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cv-Company.
    MOVE "Y" TO WS-Cv-Hold-Sw.

    MOVE "REJECTS" TO WS-Cv-Ledger.
    MOVE SPACE TO WS-Cv-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "rejects-ledger.log" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 170 TO WS-Cv-Row-Len.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "WORKBENCH" TO WS-Cv-Ledger.
    MOVE SPACE TO WS-Cv-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "reject-workbench.log" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 162 TO WS-Cv-Row-Len.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "DAY-CLOSE" TO WS-Cv-Ledger.
    MOVE SPACE TO WS-Cv-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "day-close.dat" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 63 TO WS-Cv-Row-Len.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "REPAIR" TO WS-Cv-Ledger.
    MOVE SPACE TO WS-Cv-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "record-repair.log" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 700 TO WS-Cv-Row-Len.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

    MOVE "PROOF" TO WS-Cv-Ledger.
    MOVE SPACE TO WS-Cv-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-proof.log" DELIMITED BY SIZE
      INTO WS-Cv-Path
    END-STRING.
    MOVE 250 TO WS-Cv-Row-Len.
    PERFORM 300-Verify-One-Ledger THRU 300-Verify-Exit.

*>------------------------------------------------
150-Load-Last-Verified.
*>------------------------------------------------
*> Every INTACT row on chain-verify.log, folded by
*> path so each ledger keeps its latest.  A ledger
*> found BROKEN keeps the last walk that was intact -
*> it is held to that until it is put right.
*>------------------------------------------------
    MOVE ZERO TO WS-Cv-Last-Count.

    MOVE "N" TO WS-EOF-CVL.
    OPEN INPUT Chain-Verify-File.
    IF  WS-StatusCVL = "00"
        PERFORM 151-Read-Verify-Row
          UNTIL Chain-Verify-EOF
        CLOSE Chain-Verify-File
    END-IF.

*>------------------------------------------------
151-Read-Verify-Row.
*>------------------------------------------------
    READ Chain-Verify-File
        AT END
            MOVE "Y" TO WS-EOF-CVL
        NOT AT END
            IF  Chain-Verify-Line NOT = SPACE
            AND CV-Result = "INTACT"
            AND CV-Linked-Rows IS NUMERIC
            AND CV-Linked-Rows > ZERO
                MOVE CV-Path TO WS-Cv-Path
                PERFORM 155-Find-Last-Verified
                IF  NOT WS-Cv-Last-Found
                AND WS-Cv-Last-Count < 60
                    ADD 1 TO WS-Cv-Last-Count
                    MOVE WS-Cv-Last-Count TO WS-Cv-Slot
                    MOVE CV-Path TO WS-Cv-Last-Path(WS-Cv-Slot)
                    MOVE "Y" TO WS-Cv-Found-Sw
                END-IF
                IF  WS-Cv-Last-Found
                    MOVE CV-Linked-Rows TO WS-Cv-Last-Linked(WS-Cv-Slot)
                    MOVE CV-Tip         TO WS-Cv-Last-Tip(WS-Cv-Slot)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
155-Find-Last-Verified.
*>------------------------------------------------
*> WS-Cv-Path in; WS-Cv-Slot is its slot when
*> WS-Cv-Last-Found.
*>------------------------------------------------
    MOVE ZERO TO WS-Cv-Slot.
    MOVE "N"  TO WS-Cv-Found-Sw.

    IF  WS-Cv-Last-Count > ZERO
        PERFORM 156-Match-One-Last-Slot
          VARYING WS-Cvl-Idx FROM 1 BY 1
            UNTIL WS-Cv-Last-Found
               OR WS-Cvl-Idx > WS-Cv-Last-Count
    END-IF.

*>------------------------------------------------
156-Match-One-Last-Slot.
*>------------------------------------------------
    IF  WS-Cv-Last-Path(WS-Cvl-Idx) = WS-Cv-Path
        MOVE "Y" TO WS-Cv-Found-Sw
        SET WS-Cv-Slot TO WS-Cvl-Idx
    END-IF.

*>------------------------------------------------
160-Open-Report.
*>------------------------------------------------
    MOVE ZERO TO WS-Cv-Walked
                 WS-Cv-Broken
                 WS-Cv-Failed.

    MOVE SPACE TO WS-Chain-Vfy-Rpt-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/chain-verify-" DELIMITED BY SIZE
           WS-Cv-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Chain-Vfy-Rpt-Path
    END-STRING.

    MOVE "N" TO WS-Cv-Rpt-Open-Sw.
    OPEN OUTPUT Chain-Vfy-Rpt-File.
    IF  WS-StatusCVR NOT = "00"
        MOVE "Chain verify: unable to open report file - walking anyway"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    ELSE
        MOVE "Y" TO WS-Cv-Rpt-Open-Sw
        MOVE SPACE TO Chain-Vfy-Rpt-Line
        STRING "LEDGER HASH-CHAIN VERIFICATION - " DELIMITED BY SIZE
               WS-Cv-Date DELIMITED BY SIZE
          INTO Chain-Vfy-Rpt-Line
        END-STRING
        WRITE Chain-Vfy-Rpt-Line
        MOVE SPACE TO Chain-Vfy-Rpt-Line
        WRITE Chain-Vfy-Rpt-Line
        MOVE "COMPANY     LEDGER        RESULT        ROWS     LEGACY        BAD BREAK LINE  FINDING"
          TO Chain-Vfy-Rpt-Line
        WRITE Chain-Vfy-Rpt-Line
    END-IF.

*>------------------------------------------------
300-Verify-One-Ledger.
*>------------------------------------------------
*> One PGM70 walk, alerting on a break.  An append-only
*> ledger is held to its last intact walk.  A ledger
*> that is not there yet (a company that has never
*> rejected a file) is listed, not faulted.  Whatever
*> was found is appended to chain-verify.log.
*>------------------------------------------------
    ADD 1 TO WS-Cv-Walked.

    MOVE "V"           TO WS-Chn-Function.
    MOVE WS-Pgm-ID     TO WS-Chn-Caller.
    MOVE WS-Cv-Path    TO WS-Chn-Path.
    MOVE WS-Cv-Row-Len TO WS-Chn-Row-Len.
    MOVE "Y"           TO WS-Chn-Alert-Sw.
    MOVE ZERO          TO WS-Chn-Expect-Rows.
    MOVE SPACE         TO WS-Chn-Expect-Tip.

    IF  WS-Cv-Hold-To-Last
        PERFORM 155-Find-Last-Verified
        IF  WS-Cv-Last-Found
            MOVE WS-Cv-Last-Linked(WS-Cv-Slot) TO WS-Chn-Expect-Rows
            MOVE WS-Cv-Last-Tip(WS-Cv-Slot)    TO WS-Chn-Expect-Tip
        END-IF
    END-IF.

    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
          MOVE ZERO TO WS-Chn-Rows
                       WS-Chn-Linked-Rows
                       WS-Chn-Legacy-Rows
                       WS-Chn-Bad-Rows
                       WS-Chn-Break-Line
          MOVE SPACE TO WS-Chn-Tip
          MOVE "hash-chain service PGM70 not available"
            TO WS-Chn-Msg
    END-CALL.

    EVALUATE TRUE
        WHEN WS-Chn-OK
            MOVE "INTACT" TO WS-Cv-Result
        WHEN WS-Chn-No-File
            MOVE "NOFILE" TO WS-Cv-Result
        WHEN WS-Chn-Broken
            MOVE "BROKEN" TO WS-Cv-Result
            ADD 1 TO WS-Cv-Broken
        WHEN OTHER
            MOVE "FAILED" TO WS-Cv-Result
            ADD 1 TO WS-Cv-Failed
    END-EVALUATE.

    PERFORM 310-Write-Ledger-Line.

    PERFORM 320-Append-Verify-Row.

    IF  WS-Chn-Broken
        MOVE WS-Chn-Break-Line TO WS-Cv-Count-Edit
        MOVE SPACE TO WS-MSG
        STRING "CHAIN BROKEN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Ledger) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Company) DELIMITED BY SIZE
               " at line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Count-Edit) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Chn-Msg) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        SET WS-Log-Sev-Error TO TRUE
        MOVE "300-VERIFY-LEDGER" TO WS-Log-Source-Para
        MOVE 9154 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF
        GO TO 300-Verify-Exit
    END-IF.

    IF  WS-Chn-Return > 8
        MOVE SPACE TO WS-MSG
        STRING "Chain verify: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Ledger) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cv-Company) DELIMITED BY SIZE
               " not walked - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Chn-Msg) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        SET WS-Log-Sev-Warning TO TRUE
        MOVE "300-VERIFY-LEDGER" TO WS-Log-Source-Para
        MOVE 9154 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF
    END-IF.

*>------------------------------------------------
300-Verify-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Write-Ledger-Line.
*>------------------------------------------------
    IF  WS-Cv-Rpt-Open
        MOVE SPACE TO WS-Cv-Rpt-Row
        MOVE WS-Cv-Company      TO WS-Cvr-Company
        MOVE WS-Cv-Ledger       TO WS-Cvr-Ledger
        MOVE WS-Cv-Result       TO WS-Cvr-Result
        MOVE WS-Chn-Rows        TO WS-Cvr-Rows
        MOVE WS-Chn-Legacy-Rows TO WS-Cvr-Legacy
        MOVE WS-Chn-Bad-Rows    TO WS-Cvr-Bad
        MOVE WS-Chn-Break-Line  TO WS-Cvr-Break-Line
        IF  NOT WS-Chn-OK
            MOVE WS-Chn-Msg     TO WS-Cvr-Msg
        END-IF
        WRITE Chain-Vfy-Rpt-Line FROM WS-Cv-Rpt-Row
    END-IF.

*>------------------------------------------------
320-Append-Verify-Row.
*>------------------------------------------------
*> Through PGM70 like every other ledger row, with the
*> same unlinked fallback write when it cannot be
*> reached.
*>------------------------------------------------
    MOVE SPACE TO Chain-Verify-Line.
    MOVE WS-Cv-Date         TO CV-Date.
    MOVE WS-Cv-Time         TO CV-Time.
    MOVE WS-Cv-Company      TO CV-Company.
    MOVE WS-Cv-Ledger       TO CV-Ledger.
    MOVE WS-Cv-Result       TO CV-Result.
    MOVE WS-Chn-Rows        TO CV-Rows.
    MOVE WS-Chn-Linked-Rows TO CV-Linked-Rows.
    MOVE WS-Chn-Legacy-Rows TO CV-Legacy-Rows.
    MOVE WS-Chn-Bad-Rows    TO CV-Bad-Rows.
    MOVE WS-Chn-Break-Line  TO CV-Break-Line.
    MOVE WS-Chn-Tip         TO CV-Tip.
    MOVE WS-Cv-Path         TO CV-Path.

    MOVE "A"                      TO WS-Chn-Function.
    MOVE WS-Pgm-ID                TO WS-Chn-Caller.
    MOVE WS-Chain-Verify-Path     TO WS-Chn-Path.
    MOVE 199                      TO WS-Chn-Row-Len.
    MOVE Chain-Verify-Line(1 : 199) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Chain-Verify-File
        IF  WS-StatusCVL NOT = "00"
            OPEN OUTPUT Chain-Verify-File
        END-IF
        IF  WS-StatusCVL = "00"
            WRITE Chain-Verify-Line
            CLOSE Chain-Verify-File
        END-IF
    END-IF.

*>------------------------------------------------
400-Close-Report.
*>------------------------------------------------
    MOVE WS-Cv-Walked TO WS-Cv-Count-Edit.
    MOVE WS-Cv-Broken TO WS-Cv-Count-Edit2.
    MOVE WS-Cv-Failed TO WS-Cv-Count-Edit3.

    MOVE SPACE TO WS-MSG.
    STRING "Chain verify " DELIMITED BY SIZE
           WS-Cv-Date DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cv-Count-Edit) DELIMITED BY SIZE
           " ledger(s) walked, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cv-Count-Edit2) DELIMITED BY SIZE
           " broken, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cv-Count-Edit3) DELIMITED BY SIZE
           " not walked" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*> the report is catalogued with the broken count as
*> its rows, so PGM34 shows at a glance a day with one.
    IF  WS-Cv-Rpt-Open
        MOVE SPACE TO Chain-Vfy-Rpt-Line
        WRITE Chain-Vfy-Rpt-Line
        MOVE WS-MSG TO Chain-Vfy-Rpt-Line
        WRITE Chain-Vfy-Rpt-Line
        IF  WS-Cv-Broken = ZERO
            MOVE "(every chain follows from its first link to its last)"
              TO Chain-Vfy-Rpt-Line
            WRITE Chain-Vfy-Rpt-Line
        END-IF

        CLOSE Chain-Vfy-Rpt-File
        MOVE "N" TO WS-Cv-Rpt-Open-Sw

        MOVE "CHAINVFY" TO WS-Cat-Type
        MOVE WS-Cv-Date TO WS-Cat-Date
        MOVE SPACE TO WS-Cat-Company
        MOVE WS-Cv-Broken TO WS-Cat-Rows
        MOVE WS-Chain-Vfy-Rpt-Path TO WS-Cat-Path
        PERFORM 940-Register-Report
    END-IF.

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

END PROGRAM PGM71.
