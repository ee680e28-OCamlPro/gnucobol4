*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM72.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Daily posting proof.
*> PGM01 measures every arrival (II-Detail-Count,
*> II-Amount-Sum); PGM15 posts it and flips the index
*> row to POSTED.  Nothing else says the two agree -
*> a crash, a parse difference or a truncated record
*> can leave a file part-posted under a POSTED row.
*> This proves it: for every file posted on the proof
*> date, the transaction master documents and TM-Amount
*> total its posting run wrote (plus whatever that run
*> held back on duplicate-suspense.dat) must equal the
*> index row's control figures.  A file that does not
*> balance goes POST-SUSP (posting suspect) on the
*> index, raises an alerts.queue row and an ERROR
*> event (9155), and is flagged on the proof report;
*> master rows no posted intake row accounts for are
*> flagged the same way.  A POST-SUSP file that
*> balances on a later proof (the posting was put
*> right) goes back to POSTED.  The company's day is
*> then set against PGM20's day-close row for the date
*> - files, bytes and hash total of the intake rows
*> received that day.  The report goes to ./reports/
*> posting-proof-YYYYMMDD.rpt under each company,
*> catalogued as POSTPROOF; a "P" row on ./reports/
*> posting-proof.log (chained) records its totals and
*> cksum.  Finance signs the report off on PGM73, and
*> PGM39 holds the company's GL journal for the date
*> until it has.  The proof date is today's, or
*> PGM00_PROOF_DATE (YYYYMMDD) for a catch-up run.
*> Runs after PGM15 and before PGM39 in the nightly
*> chain (a job-chain.cfg row adds it - see PGM00B).
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
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Dup-Suspense-Select.cpy".
COPY "./copybooks/Day-Close-Select.cpy".
COPY "./copybooks/Posting-Proof-Select.cpy".
COPY "./copybooks/Proof-Rpt-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Dup-Suspense-FD.cpy".
COPY "./copybooks/Day-Close-FD.cpy".
COPY "./copybooks/Posting-Proof-FD.cpy".
COPY "./copybooks/Proof-Rpt-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM72".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Dup-Suspense-WS.cpy".

COPY "./copybooks/Day-Close-WS.cpy".

COPY "./copybooks/Posting-Proof-WS.cpy".

COPY "./copybooks/Proof-Rpt-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-IDX                   PIC X(01) VALUE "N".
    88  Proof-Index-EOF          VALUE "Y".
01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Proof-Master-EOF         VALUE "Y".
01  WS-EOF-DSP                   PIC X(01) VALUE "N".
    88  Proof-Held-EOF           VALUE "Y".

*> the posting date being proved, and when this run
*> started (the ledger row's stamp).
01  WS-Pp-Date                   PIC X(08) VALUE SPACE.
01  WS-Pp-Date-Raw               PIC X(08) VALUE SPACE.
01  WS-Pp-Stamp                  PIC X(14) VALUE SPACE.

01  WS-Pp-Index-Open-Sw          PIC X(01) VALUE "N".
    88  WS-Pp-Index-Open         VALUE "Y".
01  WS-Pp-Rpt-Open-Sw            PIC X(01) VALUE "N".
    88  WS-Pp-Rpt-Open           VALUE "Y".

*> one entry per posted file - the file name and the
*> posting run that wrote it, since a file re-posted
*> after a crash has master rows under two runs and
*> only the one the index row names is its posting.
*> Index side: the control figures of every posted
*> index row for it.  Master side: the documents and
*> amount that run wrote, and what it held back as
*> duplicate references.  An entry with no index rows
*> is master rows nothing posted accounts for.
01  WS-Pp-File-Table.
    05  WS-Pp-File-Count         PIC 9(04) VALUE ZERO.
    05  WS-Pp-File-Entry OCCURS 500 TIMES
                           INDEXED BY WS-Ppf-Idx.
        10  WS-Ppf-Filename      PIC X(80).
        10  WS-Ppf-Run-ID        PIC X(15).
        10  WS-Ppf-Index-Rows    PIC 9(03).
        10  WS-Ppf-Ctl-Docs      PIC 9(09).
        10  WS-Ppf-Ctl-Amount    PIC S9(13)V9(02).
        10  WS-Ppf-TM-Docs       PIC 9(09).
        10  WS-Ppf-TM-Amount     PIC S9(13)V9(02).
        10  WS-Ppf-Held-Docs     PIC 9(07).
        10  WS-Ppf-Held-Amount   PIC S9(13)V9(02).
*>      Y when an index row of it already reads POST-SUSP,
*>      R when one was reversed since (PGM40).
        10  WS-Ppf-Prior-Sw      PIC X(01).
        10  WS-Ppf-Result        PIC X(09).
01  WS-Ppf-Slot                  PIC 9(04) VALUE ZERO.
01  WS-Ppf-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Ppf-Found             VALUE "Y".
01  WS-Ppf-Search-Name           PIC X(80) VALUE SPACE.
01  WS-Ppf-Search-Run            PIC X(15) VALUE SPACE.
01  WS-Pp-Overflow-Sw            PIC X(01) VALUE "N".
    88  WS-Pp-Overflow           VALUE "Y".

*> this company's day, both ways.
01  WS-Pp-Day-Ctl-Docs           PIC 9(09) VALUE ZERO.
01  WS-Pp-Day-Ctl-Amount         PIC S9(13)V9(02) VALUE ZERO.
01  WS-Pp-Day-TM-Docs            PIC 9(09) VALUE ZERO.
01  WS-Pp-Day-TM-Amount          PIC S9(13)V9(02) VALUE ZERO.
01  WS-Pp-Day-Held-Docs          PIC 9(09) VALUE ZERO.
01  WS-Pp-Day-Held-Amount        PIC S9(13)V9(02) VALUE ZERO.
01  WS-Pp-Suspect-Count          PIC 9(05) VALUE ZERO.
01  WS-Pp-Cleared-Count          PIC 9(05) VALUE ZERO.
01  WS-Pp-Result                 PIC X(08) VALUE SPACE.

*> the intake rows received on the proof date, tallied
*> exactly as PGM20's 210-Tally-One-Index-Row does, and
*> the day-close row for the date (the last one, if the
*> ledger somehow carries two).
01  WS-Pp-Rcv-Files              PIC 9(07) VALUE ZERO.
01  WS-Pp-Rcv-Bytes              PIC 9(18) VALUE ZERO.
01  WS-Pp-Rcv-Hash-Accum         PIC 9(18) VALUE ZERO.
01  WS-Pp-Rcv-Hash               PIC 9(10) VALUE ZERO.
01  WS-Pp-Dc-Found-Sw            PIC X(01) VALUE "N".
    88  WS-Pp-Dc-Found           VALUE "Y".
01  WS-Pp-Dc-Files               PIC 9(07) VALUE ZERO.
01  WS-Pp-Dc-Bytes               PIC 9(18) VALUE ZERO.
01  WS-Pp-Dc-Hash                PIC 9(10) VALUE ZERO.
01  WS-Pp-Day-Close              PIC X(01) VALUE SPACE.

*> run tallies across companies.
01  WS-Pp-Run-Files              PIC 9(07) VALUE ZERO.
01  WS-Pp-Run-Suspect            PIC 9(05) VALUE ZERO.

01  WS-Pp-Count-Edit             PIC Z(08)9 VALUE ZERO.
01  WS-Pp-Count-Edit2            PIC Z(08)9 VALUE ZERO.
01  WS-Pp-Count-Edit3            PIC Z(08)9 VALUE ZERO.
01  WS-Pp-Amount-Edit            PIC -Z(12)9.99 VALUE ZERO.
01  WS-Pp-Amount-Edit2           PIC -Z(12)9.99 VALUE ZERO.
01  WS-Pp-Hash-Edit              PIC Z(09)9 VALUE ZERO.
01  WS-Pp-Hash-Edit2             PIC Z(09)9 VALUE ZERO.

*> one file (or the day total) on the report.
01  WS-Pp-Rpt-Row                PIC X(132) VALUE SPACE.
01  WS-Pp-Rpt-Row-Fields         REDEFINES WS-Pp-Rpt-Row.
    05  WS-Ppr-Filename          PIC X(44).
    05                           PIC X(01).
    05  WS-Ppr-Run-ID            PIC X(15).
    05                           PIC X(01).
    05  WS-Ppr-Ctl-Docs          PIC Z(06)9.
    05                           PIC X(01).
    05  WS-Ppr-TM-Docs           PIC Z(06)9.
    05                           PIC X(01).
    05  WS-Ppr-Held-Docs         PIC Z(05)9.
    05                           PIC X(01).
    05  WS-Ppr-Ctl-Amount        PIC -Z(12)9.99.
    05                           PIC X(01).
    05  WS-Ppr-TM-Amount         PIC -Z(12)9.99.
    05                           PIC X(01).
    05  WS-Ppr-Result            PIC X(09).
    05                           PIC X(03).

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
*> in this system, so PGM00B can CALL PGM72 between
*> PGM15 and PGM39.  Any file out of balance ends the
*> run with 8 - the chain should not go on to the
*> journal as if nothing happened.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 055-Process-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    MOVE ZERO TO WS-Return.
    MOVE "PGM72 completed successfully" TO WS-Return-Msg.
    IF  WS-Pp-Run-Suspect > ZERO
        MOVE 8 TO WS-Return
        MOVE WS-Pp-Run-Suspect TO WS-Pp-Count-Edit
        MOVE SPACE TO WS-Return-Msg
        STRING "PGM72 completed - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
               " posting(s) out of balance - see posting proof"
                 DELIMITED BY SIZE
          INTO WS-Return-Msg
        END-STRING
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM72 posting proof complete"
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
*> 090-Init-Root-Path, plus the proof date.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE CDT-Date TO WS-Pp-Date.
    MOVE SPACE TO WS-Pp-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Pp-Stamp
    END-STRING.

    ACCEPT WS-Pp-Date-Raw FROM ENVIRONMENT "PGM00_PROOF_DATE"
      END-ACCEPT.
    IF  WS-Pp-Date-Raw IS NUMERIC
        MOVE WS-Pp-Date-Raw TO WS-Pp-Date
    END-IF.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.ppf-cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
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
        MOVE "PGM72 posting proof begin job"
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
*> PGM39's 055-Process-One-Company does, then prove
*> this company's postings.
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

    PERFORM 200-Prove-Company
      THRU 200-Prove-Exit.

*>------------------------------------------------
200-Prove-Company.
*>------------------------------------------------
*> One proof for this company: the index side and the
*> day's receipts off the intake index, held-back
*> duplicates off the suspense file, the master side
*> off the transaction master, then the day-close row;
*> judge every file, mark the index, print the report
*> and record the proof on the ledger.
*>------------------------------------------------
    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Dup-Suspense-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "duplicate-suspense.dat" DELIMITED BY SIZE
      INTO WS-Dup-Suspense-Path
    END-STRING.

    MOVE SPACE TO WS-Day-Close-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "day-close.dat" DELIMITED BY SIZE
      INTO WS-Day-Close-Path
    END-STRING.

    MOVE SPACE TO WS-Posting-Proof-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-proof.log" DELIMITED BY SIZE
      INTO WS-Posting-Proof-Path
    END-STRING.

    MOVE SPACE TO WS-Proof-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-proof-" DELIMITED BY SIZE
           WS-Pp-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Proof-Rpt-Path
    END-STRING.

    MOVE ZERO TO WS-Pp-File-Count
                 WS-Pp-Day-Ctl-Docs
                 WS-Pp-Day-Ctl-Amount
                 WS-Pp-Day-TM-Docs
                 WS-Pp-Day-TM-Amount
                 WS-Pp-Day-Held-Docs
                 WS-Pp-Day-Held-Amount
                 WS-Pp-Suspect-Count
                 WS-Pp-Cleared-Count
                 WS-Pp-Rcv-Files
                 WS-Pp-Rcv-Bytes
                 WS-Pp-Rcv-Hash-Accum
                 WS-Pp-Dc-Files
                 WS-Pp-Dc-Bytes
                 WS-Pp-Dc-Hash.
    MOVE "N" TO WS-Pp-Overflow-Sw
                WS-Pp-Dc-Found-Sw
                WS-Pp-Index-Open-Sw.

    OPEN I-O Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"
*>      no index yet means intake has never run here -
*>      nothing was posted, nothing to prove.
        GO TO 200-Prove-Exit
    END-IF.
    MOVE "Y" TO WS-Pp-Index-Open-Sw.

    MOVE "N" TO WS-EOF-IDX.
    MOVE SPACE TO Intake-Index-Record.
    MOVE LOW-VALUES TO II-Key.
    START Intake-Index-File
        KEY IS NOT LESS THAN II-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-IDX
    END-START.

    PERFORM 210-Tally-Index-Row
      UNTIL Proof-Index-EOF.

    MOVE "N" TO WS-EOF-DSP.
    OPEN INPUT Dup-Suspense-File.
    IF  WS-StatusDSP = "00"
        PERFORM 220-Tally-Held-Row
          UNTIL Proof-Held-EOF
        CLOSE Dup-Suspense-File
    END-IF.

*>  no master means nothing ever posted here - every
*>  posted index row then proves short, as it should.
    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM = "00"
        MOVE "N" TO WS-EOF-TRM
        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company
        MOVE WS-Pp-Date                 TO TM-Post-Date
        MOVE ZERO                       TO TM-Doc-Number
        START Trans-Master-File
            KEY IS NOT LESS THAN TM-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-TRM
        END-START
        PERFORM 230-Tally-Master-Row
          UNTIL Proof-Master-EOF
        CLOSE Trans-Master-File
    END-IF.

    MOVE "N" TO WS-EOF-DCL.
    OPEN INPUT Day-Close-File.
    IF  WS-StatusDCL = "00"
        PERFORM 240-Read-Day-Close-Row
          UNTIL Day-Close-EOF
        CLOSE Day-Close-File
    END-IF.

    MOVE FUNCTION MOD(WS-Pp-Rcv-Hash-Accum, 10000000000)
      TO WS-Pp-Rcv-Hash.

    IF  WS-Pp-File-Count > ZERO
        PERFORM 250-Judge-One-File
          VARYING WS-Ppf-Idx FROM 1 BY 1
            UNTIL WS-Ppf-Idx > WS-Pp-File-Count
    END-IF.

    PERFORM 255-Judge-Day.

*>  second pass over the index only when a row's
*>  disposition actually has to change.
    IF  WS-Pp-Suspect-Count > ZERO
    OR  WS-Pp-Cleared-Count > ZERO
        MOVE "N" TO WS-EOF-IDX
        MOVE SPACE TO Intake-Index-Record
        MOVE LOW-VALUES TO II-Key
        START Intake-Index-File
            KEY IS NOT LESS THAN II-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-IDX
        END-START
        PERFORM 260-Mark-Index-Row
          UNTIL Proof-Index-EOF
    END-IF.

    MOVE "N" TO WS-Pp-Index-Open-Sw.
    CLOSE Intake-Index-File.

    PERFORM 300-Write-Proof-Report
      THRU 300-Write-Exit.

    PERFORM 320-Append-Proof-Row.

    ADD WS-Pp-File-Count    TO WS-Pp-Run-Files.
    ADD WS-Pp-Suspect-Count TO WS-Pp-Run-Suspect.

    MOVE WS-Pp-File-Count    TO WS-Pp-Count-Edit.
    MOVE WS-Pp-Suspect-Count TO WS-Pp-Count-Edit2.
    MOVE SPACE TO WS-MSG.
    STRING "posting proof " DELIMITED BY SIZE
           WS-Pp-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
           " file(s), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pp-Count-Edit2) DELIMITED BY SIZE
           " out of balance - " DELIMITED BY SIZE
           WS-Pp-Result DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
200-Prove-Exit.
*>------------------------------------------------
    IF  WS-Pp-Index-Open
        MOVE "N" TO WS-Pp-Index-Open-Sw
        CLOSE Intake-Index-File
    END-IF.

*>------------------------------------------------
210-Tally-Index-Row.
*>------------------------------------------------
*> One index row per READ NEXT.  A row posted on the
*> proof date (still POSTED, already POST-SUSP, or
*> reversed since) is one file's control figures; a
*> row received on it is one of the day's receipts -
*> a late posting stamped in after the close is left
*> out, exactly as PGM20 never saw it.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IDX
        NOT AT END
            IF  II-Post-Date = WS-Pp-Date
            AND (II-Disposition = "POSTED"
                 OR II-Disposition = "POST-SUSP"
                 OR II-Disposition = "REVERSED")
                MOVE II-Filename    TO WS-Ppf-Search-Name
                MOVE II-Post-Run-ID TO WS-Ppf-Search-Run
                PERFORM 211-Find-File-Entry
                IF  WS-Ppf-Found
                    ADD 1               TO WS-Ppf-Index-Rows(WS-Ppf-Slot)
                    ADD II-Detail-Count TO WS-Ppf-Ctl-Docs(WS-Ppf-Slot)
                    ADD II-Amount-Sum   TO WS-Ppf-Ctl-Amount(WS-Ppf-Slot)
                    IF  II-Disposition = "POST-SUSP"
                    AND WS-Ppf-Prior-Sw(WS-Ppf-Slot) = SPACE
                        MOVE "Y" TO WS-Ppf-Prior-Sw(WS-Ppf-Slot)
                    END-IF
                    IF  II-Disposition = "REVERSED"
                        MOVE "R" TO WS-Ppf-Prior-Sw(WS-Ppf-Slot)
                    END-IF
                END-IF
            END-IF
            IF  II-Received-Date = WS-Pp-Date
            AND II-Late-Sw NOT = "Y"
                ADD 1            TO WS-Pp-Rcv-Files
                ADD II-File-Size TO WS-Pp-Rcv-Bytes
                ADD II-Checksum  TO WS-Pp-Rcv-Hash-Accum
            END-IF
    END-READ.

*>------------------------------------------------
211-Find-File-Entry.
*>------------------------------------------------
*> WS-Ppf-Search-Name/-Run in; WS-Ppf-Slot is the
*> entry when WS-Ppf-Found - a new one is opened when
*> there is none yet and the table has room.
*>------------------------------------------------
    MOVE ZERO TO WS-Ppf-Slot.
    MOVE "N"  TO WS-Ppf-Found-Sw.

    IF  WS-Pp-File-Count > ZERO
        PERFORM 212-Match-One-File-Entry
          VARYING WS-Ppf-Idx FROM 1 BY 1
            UNTIL WS-Ppf-Found
               OR WS-Ppf-Idx > WS-Pp-File-Count
    END-IF.

    IF  NOT WS-Ppf-Found
        IF  WS-Pp-File-Count < 500
            ADD 1 TO WS-Pp-File-Count
            MOVE WS-Pp-File-Count   TO WS-Ppf-Slot
            MOVE WS-Ppf-Search-Name TO WS-Ppf-Filename(WS-Ppf-Slot)
            MOVE WS-Ppf-Search-Run  TO WS-Ppf-Run-ID(WS-Ppf-Slot)
            MOVE ZERO TO WS-Ppf-Index-Rows(WS-Ppf-Slot)
                         WS-Ppf-Ctl-Docs(WS-Ppf-Slot)
                         WS-Ppf-Ctl-Amount(WS-Ppf-Slot)
                         WS-Ppf-TM-Docs(WS-Ppf-Slot)
                         WS-Ppf-TM-Amount(WS-Ppf-Slot)
                         WS-Ppf-Held-Docs(WS-Ppf-Slot)
                         WS-Ppf-Held-Amount(WS-Ppf-Slot)
            MOVE SPACE TO WS-Ppf-Prior-Sw(WS-Ppf-Slot)
                          WS-Ppf-Result(WS-Ppf-Slot)
            MOVE "Y" TO WS-Ppf-Found-Sw
        ELSE
            MOVE "Y" TO WS-Pp-Overflow-Sw
        END-IF
    END-IF.

*>------------------------------------------------
212-Match-One-File-Entry.
*>------------------------------------------------
    IF  WS-Ppf-Filename(WS-Ppf-Idx) = WS-Ppf-Search-Name
    AND WS-Ppf-Run-ID(WS-Ppf-Idx)   = WS-Ppf-Search-Run
        MOVE "Y" TO WS-Ppf-Found-Sw
        SET WS-Ppf-Slot TO WS-Ppf-Idx
    END-IF.

*>------------------------------------------------
220-Tally-Held-Row.
*>------------------------------------------------
*> A record the posting run held back as a duplicate
*> reference was measured by intake but never reached
*> the master - it belongs on the master side of its
*> file's proof.  Only files already known from the
*> index count; suspense rows of other days are not
*> this proof's business.
*>------------------------------------------------
    READ Dup-Suspense-File
        AT END
            MOVE "Y" TO WS-EOF-DSP
        NOT AT END
            IF  Dup-Suspense-Line NOT = SPACE
            AND DS-Company = WS-Company-Code(WS-Co-Idx)
            AND WS-Pp-File-Count > ZERO
                MOVE DS-Source-File TO WS-Ppf-Search-Name
                MOVE DS-Run-ID      TO WS-Ppf-Search-Run
                MOVE ZERO TO WS-Ppf-Slot
                MOVE "N"  TO WS-Ppf-Found-Sw
                PERFORM 212-Match-One-File-Entry
                  VARYING WS-Ppf-Idx FROM 1 BY 1
                    UNTIL WS-Ppf-Found
                       OR WS-Ppf-Idx > WS-Pp-File-Count
                IF  WS-Ppf-Found
                    ADD 1         TO WS-Ppf-Held-Docs(WS-Ppf-Slot)
                    ADD DS-Amount TO WS-Ppf-Held-Amount(WS-Ppf-Slot)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
230-Tally-Master-Row.
*>------------------------------------------------
*> One transaction master row per READ NEXT, for as
*> long as the key stays on this company and date -
*> the same sweep as PGM39's 210-Journal-One-Row.  A
*> reversal offset or an opening-balance document came
*> out of no intake file and is not proved here.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
            OR  TM-Post-Date NOT = WS-Pp-Date
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  NOT TM-Is-Reversal
                AND NOT TM-Is-Opening
                    MOVE TM-Source-File TO WS-Ppf-Search-Name
                    MOVE TM-Run-ID      TO WS-Ppf-Search-Run
                    PERFORM 211-Find-File-Entry
                    IF  WS-Ppf-Found
                        ADD 1         TO WS-Ppf-TM-Docs(WS-Ppf-Slot)
                        ADD TM-Amount TO WS-Ppf-TM-Amount(WS-Ppf-Slot)
                    END-IF
                    ADD 1         TO WS-Pp-Day-TM-Docs
                    ADD TM-Amount TO WS-Pp-Day-TM-Amount
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
240-Read-Day-Close-Row.
*>------------------------------------------------
    READ Day-Close-File
        AT END
            MOVE "Y" TO WS-EOF-DCL
        NOT AT END
            IF  DC-Date = WS-Pp-Date
                MOVE "Y"      TO WS-Pp-Dc-Found-Sw
                MOVE DC-Files TO WS-Pp-Dc-Files
                MOVE DC-Bytes TO WS-Pp-Dc-Bytes
                MOVE DC-Hash  TO WS-Pp-Dc-Hash
            END-IF
    END-READ.

*>------------------------------------------------
250-Judge-One-File.
*>------------------------------------------------
*> Control figures against master plus held-back, by
*> count and by amount.  A reversed file's posting has
*> already been undone in the master - it is listed,
*> not judged.
*>------------------------------------------------
    ADD WS-Ppf-Ctl-Docs(WS-Ppf-Idx)    TO WS-Pp-Day-Ctl-Docs.
    ADD WS-Ppf-Ctl-Amount(WS-Ppf-Idx)  TO WS-Pp-Day-Ctl-Amount.
    ADD WS-Ppf-Held-Docs(WS-Ppf-Idx)   TO WS-Pp-Day-Held-Docs.
    ADD WS-Ppf-Held-Amount(WS-Ppf-Idx) TO WS-Pp-Day-Held-Amount.

    EVALUATE TRUE
        WHEN WS-Ppf-Index-Rows(WS-Ppf-Idx) = ZERO
            MOVE "ORPHAN" TO WS-Ppf-Result(WS-Ppf-Idx)
        WHEN WS-Ppf-Prior-Sw(WS-Ppf-Idx) = "R"
            MOVE "REVERSED" TO WS-Ppf-Result(WS-Ppf-Idx)
        WHEN WS-Ppf-Ctl-Docs(WS-Ppf-Idx)
               = WS-Ppf-TM-Docs(WS-Ppf-Idx) + WS-Ppf-Held-Docs(WS-Ppf-Idx)
         AND WS-Ppf-Ctl-Amount(WS-Ppf-Idx)
               = WS-Ppf-TM-Amount(WS-Ppf-Idx)
               + WS-Ppf-Held-Amount(WS-Ppf-Idx)
            IF  WS-Ppf-Prior-Sw(WS-Ppf-Idx) = "Y"
                MOVE "CLEARED" TO WS-Ppf-Result(WS-Ppf-Idx)
                ADD 1 TO WS-Pp-Cleared-Count
            ELSE
                MOVE "BALANCED" TO WS-Ppf-Result(WS-Ppf-Idx)
            END-IF
        WHEN OTHER
            MOVE "SUSPECT" TO WS-Ppf-Result(WS-Ppf-Idx)
    END-EVALUATE.

    IF  WS-Ppf-Result(WS-Ppf-Idx) = "ORPHAN"
    OR  WS-Ppf-Result(WS-Ppf-Idx) = "SUSPECT"
        ADD 1 TO WS-Pp-Suspect-Count

        MOVE WS-Ppf-Ctl-Docs(WS-Ppf-Idx) TO WS-Pp-Count-Edit
        MOVE WS-Ppf-TM-Docs(WS-Ppf-Idx)  TO WS-Pp-Count-Edit2
        MOVE WS-Ppf-Held-Docs(WS-Ppf-Idx) TO WS-Pp-Count-Edit3
        MOVE SPACE TO WS-MSG
        STRING "POSTING SUSPECT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ppf-Filename(WS-Ppf-Idx))
                 DELIMITED BY SIZE
               " ctl " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
               " posted " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit2) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit3) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "250-JUDGE-ONE-FILE" TO WS-Log-Source-Para
        MOVE 9155 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF

        PERFORM 270-Raise-Proof-Alert
    END-IF.

*>------------------------------------------------
255-Judge-Day.
*>------------------------------------------------
*> The company's day: the master total must be the sum
*> of what the files proved (an orphan already shows
*> as a suspect file), and the intake rows received on
*> the date must still be the ones PGM20 closed.  A
*> date not closed yet is noted, not faulted.  A file
*> table that overflowed leaves the proof incomplete,
*> which is as good as out of balance.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN NOT WS-Pp-Dc-Found
            MOVE "N" TO WS-Pp-Day-Close
        WHEN WS-Pp-Dc-Files = WS-Pp-Rcv-Files
         AND WS-Pp-Dc-Bytes = WS-Pp-Rcv-Bytes
         AND WS-Pp-Dc-Hash  = WS-Pp-Rcv-Hash
            MOVE "A" TO WS-Pp-Day-Close
        WHEN OTHER
            MOVE "D" TO WS-Pp-Day-Close
    END-EVALUATE.

    IF  WS-Pp-Day-Close = "D"
        ADD 1 TO WS-Pp-Suspect-Count
        MOVE WS-Pp-Dc-Files  TO WS-Pp-Count-Edit
        MOVE WS-Pp-Rcv-Files TO WS-Pp-Count-Edit2
        MOVE SPACE TO WS-MSG
        STRING "POSTING PROOF " DELIMITED BY SIZE
               WS-Pp-Date DELIMITED BY SIZE
               ": day-close " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
               " file(s), index now " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pp-Count-Edit2) DELIMITED BY SIZE
               " - figures differ" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "255-JUDGE-DAY" TO WS-Log-Source-Para
        MOVE 9155 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF

        PERFORM 270-Raise-Proof-Alert
    END-IF.

    IF  WS-Pp-Overflow
        ADD 1 TO WS-Pp-Suspect-Count
        MOVE SPACE TO WS-MSG
        STRING "POSTING PROOF " DELIMITED BY SIZE
               WS-Pp-Date DELIMITED BY SIZE
               ": more than 500 posted files - proof incomplete"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Warning TO TRUE
        MOVE "255-JUDGE-DAY" TO WS-Log-Source-Para
        MOVE 9155 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF
    END-IF.

    IF  WS-Pp-Suspect-Count > ZERO
        MOVE "SUSPECT" TO WS-Pp-Result
    ELSE
        MOVE "BALANCED" TO WS-Pp-Result
    END-IF.

*>------------------------------------------------
260-Mark-Index-Row.
*>------------------------------------------------
*> A file that did not balance goes POST-SUSP; one
*> that was suspect and balances now goes back to
*> POSTED.  REVERSED rows are PGM40's and stay so.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IDX
        NOT AT END
            IF  II-Post-Date = WS-Pp-Date
            AND (II-Disposition = "POSTED"
                 OR II-Disposition = "POST-SUSP")
                MOVE II-Filename    TO WS-Ppf-Search-Name
                MOVE II-Post-Run-ID TO WS-Ppf-Search-Run
                MOVE ZERO TO WS-Ppf-Slot
                MOVE "N"  TO WS-Ppf-Found-Sw
                PERFORM 212-Match-One-File-Entry
                  VARYING WS-Ppf-Idx FROM 1 BY 1
                    UNTIL WS-Ppf-Found
                       OR WS-Ppf-Idx > WS-Pp-File-Count
                IF  WS-Ppf-Found
                    EVALUATE TRUE
                        WHEN WS-Ppf-Result(WS-Ppf-Slot) = "SUSPECT"
                         AND II-Disposition = "POSTED"
                            MOVE "POST-SUSP" TO II-Disposition
                            REWRITE Intake-Index-Record
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                        WHEN WS-Ppf-Result(WS-Ppf-Slot) = "CLEARED"
                         AND II-Disposition = "POST-SUSP"
                            MOVE "POSTED" TO II-Disposition
                            REWRITE Intake-Index-Record
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
270-Raise-Proof-Alert.
*>------------------------------------------------
*> WS-MSG as one ./logs/alerts.queue row, same layout
*> as PGM39's 280-Raise-Journal-Alert - an out-of-
*> balance posting is money the GL would otherwise
*> take on trust.
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

    MOVE 9155 TO WS-Alert-Event-Code.
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
300-Write-Proof-Report.
*>------------------------------------------------
*> Every posted file, the day total, the day-close
*> line and the sign-off line - written every run, so
*> "everything balanced" is on paper for finance too.
*>------------------------------------------------
    MOVE "N" TO WS-Pp-Rpt-Open-Sw.
    MOVE ZERO TO WS-Cksum-Value.

    OPEN OUTPUT Proof-Rpt-File.
    IF  WS-StatusPPR NOT = "00"
        MOVE "posting proof: unable to open the proof report"
          TO WS-MSG
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Warning TO TRUE
        MOVE "300-WRITE-PROOF-REPORT" TO WS-Log-Source-Para
        MOVE 9155 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        IF  WS-Log-File-Open
            PERFORM 911-Write-Log-Struct-Line
        END-IF
        GO TO 300-Write-Exit
    END-IF.
    MOVE "Y" TO WS-Pp-Rpt-Open-Sw.

    MOVE SPACE TO Proof-Rpt-Line.
    IF  WS-Company-Code(WS-Co-Idx) = SPACE
        STRING "POSTING PROOF - " DELIMITED BY SIZE
               WS-Pp-Date DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               WS-Pp-Stamp DELIMITED BY SIZE
          INTO Proof-Rpt-Line
        END-STRING
    ELSE
        STRING "POSTING PROOF - " DELIMITED BY SIZE
               WS-Pp-Date DELIMITED BY SIZE
               " - COMPANY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               WS-Pp-Stamp DELIMITED BY SIZE
          INTO Proof-Rpt-Line
        END-STRING
    END-IF.
    WRITE Proof-Rpt-Line.

    MOVE "TRANSACTION MASTER (POSTED + HELD DUPLICATES) AGAINST INTAKE CONTROL FIGURES"
      TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.
    MOVE SPACE TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.

    MOVE SPACE TO Proof-Rpt-Line.
    MOVE "FILE"           TO Proof-Rpt-Line(1:4).
    MOVE "POSTING RUN"    TO Proof-Rpt-Line(46:11).
    MOVE "CONTROL"        TO Proof-Rpt-Line(62:7).
    MOVE "POSTED"         TO Proof-Rpt-Line(71:6).
    MOVE "HELD"           TO Proof-Rpt-Line(80:4).
    MOVE "CONTROL AMOUNT" TO Proof-Rpt-Line(88:14).
    MOVE "POSTED AMOUNT"  TO Proof-Rpt-Line(107:13).
    MOVE "RESULT"         TO Proof-Rpt-Line(121:6).
    WRITE Proof-Rpt-Line.

    IF  WS-Pp-File-Count > ZERO
        PERFORM 301-Write-File-Line
          VARYING WS-Ppf-Idx FROM 1 BY 1
            UNTIL WS-Ppf-Idx > WS-Pp-File-Count
    ELSE
        MOVE "(nothing posted on this date)" TO Proof-Rpt-Line
        WRITE Proof-Rpt-Line
    END-IF.

    MOVE SPACE TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.

*>  the day total: every posted document on the master
*>  for the date, orphans included, against the sum of
*>  the control figures.
    MOVE SPACE TO WS-Pp-Rpt-Row.
    MOVE "DAY TOTAL"           TO WS-Ppr-Filename.
    MOVE WS-Pp-Day-Ctl-Docs    TO WS-Ppr-Ctl-Docs.
    MOVE WS-Pp-Day-TM-Docs     TO WS-Ppr-TM-Docs.
    MOVE WS-Pp-Day-Held-Docs   TO WS-Ppr-Held-Docs.
    MOVE WS-Pp-Day-Ctl-Amount  TO WS-Ppr-Ctl-Amount.
    MOVE WS-Pp-Day-TM-Amount   TO WS-Ppr-TM-Amount.
    IF  WS-Pp-Day-Ctl-Docs = WS-Pp-Day-TM-Docs + WS-Pp-Day-Held-Docs
    AND WS-Pp-Day-Ctl-Amount
          = WS-Pp-Day-TM-Amount + WS-Pp-Day-Held-Amount
        MOVE "BALANCED" TO WS-Ppr-Result
    ELSE
        MOVE "SUSPECT" TO WS-Ppr-Result
    END-IF.
    WRITE Proof-Rpt-Line FROM WS-Pp-Rpt-Row.

    MOVE SPACE TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.

    MOVE WS-Pp-Rcv-Files TO WS-Pp-Count-Edit.
    MOVE WS-Pp-Rcv-Hash  TO WS-Pp-Hash-Edit.
    MOVE SPACE TO Proof-Rpt-Line.
    EVALUATE WS-Pp-Day-Close
        WHEN "N"
            STRING "DAY CLOSE: " DELIMITED BY SIZE
                   WS-Pp-Date DELIMITED BY SIZE
                   " NOT CLOSED YET - INTAKE ROWS RECEIVED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
                   ", HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Hash-Edit) DELIMITED BY SIZE
              INTO Proof-Rpt-Line
            END-STRING
        WHEN "A"
            STRING "DAY CLOSE: AGREES - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
                   " FILE(S), HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Hash-Edit) DELIMITED BY SIZE
                   " AS CLOSED BY PGM20" DELIMITED BY SIZE
              INTO Proof-Rpt-Line
            END-STRING
        WHEN OTHER
            MOVE WS-Pp-Dc-Files TO WS-Pp-Count-Edit2
            MOVE WS-Pp-Dc-Hash  TO WS-Pp-Hash-Edit2
            STRING "DAY CLOSE: DIFFERS - CLOSED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Count-Edit2) DELIMITED BY SIZE
                   " FILE(S) HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Hash-Edit2) DELIMITED BY SIZE
                   ", INDEX NOW " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
                   " FILE(S) HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pp-Hash-Edit) DELIMITED BY SIZE
              INTO Proof-Rpt-Line
            END-STRING
    END-EVALUATE.
    WRITE Proof-Rpt-Line.

    IF  WS-Pp-Overflow
        MOVE "MORE THAN 500 POSTED FILES - THE FILES AFTER THE 500TH ARE NOT PROVED"
          TO Proof-Rpt-Line
        WRITE Proof-Rpt-Line
    END-IF.

    MOVE SPACE TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.

    MOVE WS-Pp-File-Count    TO WS-Pp-Count-Edit.
    MOVE WS-Pp-Suspect-Count TO WS-Pp-Count-Edit2.
    MOVE SPACE TO Proof-Rpt-Line.
    STRING "PROOF RESULT: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pp-Result) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pp-Count-Edit) DELIMITED BY SIZE
           " FILE(S) PROVED, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pp-Count-Edit2) DELIMITED BY SIZE
           " OUT OF BALANCE (MARKED POST-SUSP ON THE INTAKE INDEX)"
             DELIMITED BY SIZE
      INTO Proof-Rpt-Line
    END-STRING.
    WRITE Proof-Rpt-Line.

    MOVE "SUSPECT: POSTED + HELD DOES NOT MATCH CONTROL.  ORPHAN: MASTER ROWS NO POSTED INTAKE ROW ACCOUNTS FOR."
      TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.
    MOVE "CLEARED: SUSPECT ON AN EARLIER PROOF, BALANCED NOW.  REVERSED: UNDONE BY PGM40, NOT JUDGED."
      TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.

    MOVE SPACE TO Proof-Rpt-Line.
    WRITE Proof-Rpt-Line.
    MOVE SPACE TO Proof-Rpt-Line.
    STRING "FINANCE SIGN-OFF (PGM73) IS REQUIRED BEFORE THE GL JOURNAL FOR "
             DELIMITED BY SIZE
           WS-Pp-Date DELIMITED BY SIZE
           " IS RELEASED" DELIMITED BY SIZE
      INTO Proof-Rpt-Line
    END-STRING.
    WRITE Proof-Rpt-Line.

    CLOSE Proof-Rpt-File.
    MOVE "N" TO WS-Pp-Rpt-Open-Sw.

    PERFORM 310-Compute-Checksum.

*>  catalogued with the out-of-balance count as its
*>  rows, so PGM34 shows a suspect day at a glance.
    MOVE "POSTPROOF" TO WS-Cat-Type.
    MOVE WS-Pp-Date TO WS-Cat-Date.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company.
    MOVE WS-Pp-Suspect-Count TO WS-Cat-Rows.
    MOVE WS-Proof-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

*>------------------------------------------------
300-Write-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
301-Write-File-Line.
*>------------------------------------------------
    MOVE SPACE TO WS-Pp-Rpt-Row.
    MOVE WS-Ppf-Filename(WS-Ppf-Idx)    TO WS-Ppr-Filename.
    MOVE WS-Ppf-Run-ID(WS-Ppf-Idx)      TO WS-Ppr-Run-ID.
    MOVE WS-Ppf-Ctl-Docs(WS-Ppf-Idx)    TO WS-Ppr-Ctl-Docs.
    MOVE WS-Ppf-TM-Docs(WS-Ppf-Idx)     TO WS-Ppr-TM-Docs.
    MOVE WS-Ppf-Held-Docs(WS-Ppf-Idx)   TO WS-Ppr-Held-Docs.
    MOVE WS-Ppf-Ctl-Amount(WS-Ppf-Idx)  TO WS-Ppr-Ctl-Amount.
    MOVE WS-Ppf-TM-Amount(WS-Ppf-Idx)   TO WS-Ppr-TM-Amount.
    MOVE WS-Ppf-Result(WS-Ppf-Idx)      TO WS-Ppr-Result.
    WRITE Proof-Rpt-Line FROM WS-Pp-Rpt-Row.

*>------------------------------------------------
310-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over the report as written - same CALL
*> "SYSTEM" + scratch-file idiom as PGM52's 830-
*> Compute-Checksum.  The sign-off carries it, so the
*> report finance signed can later be proven to be
*> this one.  Zero means it could not be computed.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Proof-Rpt-Path) DELIMITED BY SIZE
           "' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cksum-Scratch-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Cksum-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Cksum-Cmd
    END-CALL.

    OPEN INPUT Cksum-File.
    IF  WS-StatusCKS = "00"
        READ Cksum-File
            AT END
                CONTINUE
            NOT AT END
                UNSTRING Cksum-Line DELIMITED BY ALL SPACE
                    INTO WS-Cksum-Token
                END-UNSTRING
                IF  WS-Cksum-Token NOT = SPACE
                    MOVE FUNCTION NUMVAL(WS-Cksum-Token)
                      TO WS-Cksum-Value
                END-IF
        END-READ
        CLOSE Cksum-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Cksum-Scratch-Path
    END-CALL.

*>------------------------------------------------
320-Append-Proof-Row.
*>------------------------------------------------
*> The "P" row PGM73 signs against and PGM39 looks
*> for - through PGM70 like every other ledger row,
*> with the same unlinked fallback write when it
*> cannot be reached.
*>------------------------------------------------
    MOVE SPACE TO Posting-Proof-Line.
    MOVE "P"                        TO PP-Type.
    MOVE WS-Pp-Stamp                TO PP-Stamp.
    MOVE WS-Pp-Date                 TO PP-Proof-Date.
    MOVE WS-Company-Code(WS-Co-Idx) TO PP-Company.
    MOVE WS-Pp-Result               TO PP-Result.
    MOVE WS-Pp-File-Count           TO PP-Files.
    MOVE WS-Pp-Suspect-Count        TO PP-Suspect-Files.
    MOVE WS-Pp-Day-TM-Docs          TO PP-TM-Docs.
    MOVE WS-Pp-Day-TM-Amount        TO PP-TM-Amount.
    MOVE WS-Pp-Day-Ctl-Docs         TO PP-Ctl-Docs.
    MOVE WS-Pp-Day-Ctl-Amount       TO PP-Ctl-Amount.
    MOVE WS-Pp-Day-Close            TO PP-Day-Close.
    MOVE WS-Cksum-Value             TO PP-Signature.
    MOVE WS-Pgm-ID                  TO PP-User.
    MOVE WS-Proof-Rpt-Path          TO PP-Report-Path.
    MOVE SPACE TO PP-Remark.
    STRING "run " DELIMITED BY SIZE
           WS-Run-ID DELIMITED BY SIZE
      INTO PP-Remark
    END-STRING.

    MOVE "A"                        TO WS-Chn-Function.
    MOVE WS-Pgm-ID                  TO WS-Chn-Caller.
    MOVE WS-Posting-Proof-Path      TO WS-Chn-Path.
    MOVE 250                        TO WS-Chn-Row-Len.
    MOVE Posting-Proof-Line(1 : 250) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Posting-Proof-File
        IF  WS-StatusPPL NOT = "00"
            OPEN OUTPUT Posting-Proof-File
        END-IF
        IF  WS-StatusPPL = "00"
            WRITE Posting-Proof-Line
            CLOSE Posting-Proof-File
        END-IF
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

END PROGRAM PGM72.
