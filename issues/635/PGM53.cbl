*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM53.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Archive bundle integrity scrub.
*> PGM07's tar.gz bundles under ./files/archive are
*> otherwise only ever opened when PGM38 restores
*> something, so a bundle that has rotted on disk is
*> found out on the day it is needed.  Over a rolling
*> cycle (PGM00_SCRUB_CYCLE_DAYS, default 30) every
*> bundle in every company tree is opened into a
*> scratch directory, proven readable, and every
*> member re-hashed against the cksum on its archive
*> manifest row and the II-Checksum on the intake index
*> row that points at the bundle.  Each run scrubs its
*> share of the due bundles (never scrubbed, or last
*> scrubbed a full cycle ago) so the whole archive is
*> covered once per cycle; WS-Option = 5 scrubs
*> everything now.  Verdicts go to ./reports/archive-
*> scrub.log.  A corrupt bundle raises an alert-queue
*> row, and its DR mirror copy (PGM19 keeps one under
*> the mirror.cfg target) is scrubbed the same way -
*> when that copy is good its cksum goes on the ledger
*> and PGM54 offers the repair.  Runs as a daily chain
*> step (a job-chain.cfg row adds it); read-only
*> toward the archive itself.
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
COPY "./copybooks/Intake-Scan-Select.cpy".
COPY "./copybooks/Archive-Manifest-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Mirror-Cfg-Select.cpy".
COPY "./copybooks/Scrub-Ledger-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Intake-Scan-FD.cpy".
COPY "./copybooks/Archive-Manifest-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Mirror-Cfg-FD.cpy".
COPY "./copybooks/Scrub-Ledger-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM53".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Intake-Scan-WS.cpy".

COPY "./copybooks/Archive-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Mirror-Cfg-WS.cpy".

COPY "./copybooks/Scrub-Ledger-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

*> rolling-cycle policy - every bundle is due again this
*> many days after its last scrub.
01  WS-Scrub-Cycle-Days          PIC 9(03) VALUE 30.
01  WS-Scrub-Cycle-Raw           PIC X(10) VALUE SPACE.
01  WS-Scrub-All-Sw              PIC X(01) VALUE "N".
    88  WS-Scrub-All             VALUE "Y".

01  WS-Scrub-Stamp               PIC X(14) VALUE SPACE.
01  WS-Scrub-Today-YMD           PIC 9(08) VALUE ZERO.
01  WS-Scrub-Last-YMD            PIC 9(08) VALUE ZERO.
01  WS-Scrub-Age-Days            PIC S9(09) VALUE ZERO.
01  WS-Scrub-User                PIC X(20) VALUE SPACE.
01  WS-Scrub-Co-Label            PIC X(10) VALUE SPACE.

*> per-company bundle list and this run's share of it.
01  WS-Scrub-List-Path           PIC X(60) VALUE SPACE.
01  WS-Scrub-Bundle-Count        PIC 9(05) VALUE ZERO.
01  WS-Scrub-Quota               PIC 9(05) VALUE ZERO.
01  WS-Scrub-Done-Count          PIC 9(05) VALUE ZERO.
01  WS-Scrub-Bad-Bundles         PIC 9(05) VALUE ZERO.
01  WS-Scrub-Due-Sw              PIC X(01) VALUE "N".
    88  WS-Scrub-Due             VALUE "Y".

*> the bundle in hand - its primary path and name, the
*> copy being checked (primary or mirror), and the
*> scratch directory it is opened into.
01  WS-Scrub-Bundle-Name         PIC X(80) VALUE SPACE.
01  WS-Scrub-Bundle-Path         PIC X(80) VALUE SPACE.
01  WS-Scrub-Check-Path          PIC X(120) VALUE SPACE.
01  WS-Scrub-Mirror-Path         PIC X(120) VALUE SPACE.
01  WS-Scrub-Work-Dir            PIC X(60) VALUE SPACE.
01  WS-Scrub-Member-Path         PIC X(150) VALUE SPACE.
01  WS-Scrub-Cmd                 PIC X(400) VALUE SPACE.
01  WS-Scrub-Cksum-Target        PIC X(150) VALUE SPACE.

01  WS-Scrub-Pass-Sw             PIC X(01) VALUE "P".
    88  WS-Scrub-Primary-Pass    VALUE "P".
    88  WS-Scrub-Mirror-Pass     VALUE "M".
01  WS-Scrub-Readable-Sw         PIC X(01) VALUE "N".
    88  WS-Scrub-Readable        VALUE "Y".
01  WS-Scrub-Manifest-Sw         PIC X(01) VALUE "N".
    88  WS-Scrub-Has-Manifest    VALUE "Y".
01  WS-EOF-SMAN                  PIC X(01) VALUE "N".
    88  Scrub-Manifest-EOF       VALUE "Y".
01  WS-Scrub-Member-Count        PIC 9(05) VALUE ZERO.
01  WS-Scrub-Bad-Count           PIC 9(05) VALUE ZERO.
01  WS-Scrub-Unknown-Count       PIC 9(05) VALUE ZERO.
*> the primary copy's counts, kept aside while the
*> mirror copy is put through the same check.
01  WS-Scrub-Prim-Members        PIC 9(05) VALUE ZERO.
01  WS-Scrub-Prim-Bad            PIC 9(05) VALUE ZERO.
01  WS-Scrub-Result              PIC X(10) VALUE SPACE.
01  WS-Scrub-Member-Result       PIC X(10) VALUE SPACE.
01  WS-Scrub-Mirror-Sw           PIC X(01) VALUE SPACE.
01  WS-Scrub-Mirror-Cksum        PIC 9(10) VALUE ZERO.

*> one member's three checksums - manifest, index row,
*> and re-hashed.  Zero in either of the first two is
*> "not recorded" and is not compared.
01  WS-Scrub-Man-Cksum           PIC 9(10) VALUE ZERO.
01  WS-Scrub-Idx-Cksum           PIC 9(10) VALUE ZERO.
01  WS-Scrub-Act-Cksum           PIC 9(10) VALUE ZERO.
01  WS-Scrub-Name-P1             PIC X(80) VALUE SPACE.
01  WS-Scrub-Name-P2             PIC X(80) VALUE SPACE.

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
    MOVE "N" TO WS-Scrub-All-Sw.
    IF  WS-Option = 5
        MOVE "Y" TO WS-Scrub-All-Sw
    END-IF.
    MOVE ZERO TO WS-Scrub-Bad-Bundles.

    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 150-Load-Scrub-History.

    PERFORM 055-Process-One-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    MOVE ZERO TO WS-Return.
    MOVE "PGM53 completed successfully" TO WS-Return-Msg.
    IF  WS-Scrub-Bad-Bundles > ZERO
        MOVE SPACE TO WS-Return-Msg
        STRING "PGM53 completed - " DELIMITED BY SIZE
               WS-Scrub-Bad-Bundles DELIMITED BY SIZE
               " bad archive bundle(s)" DELIMITED BY SIZE
          INTO WS-Return-Msg
        END-STRING
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM53 archive scrub complete"
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
*> overlay, company-table load and mirror.cfg read as
*> PGM19's own 090-Init-Root-Path, plus the scrub
*> cycle length.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    PERFORM 091-Load-Dir-Table.

    PERFORM 085-Load-Mirror-Cfg.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    ACCEPT WS-Scrub-Cycle-Raw FROM ENVIRONMENT "PGM00_SCRUB_CYCLE_DAYS"
      END-ACCEPT.
    IF  WS-Scrub-Cycle-Raw NOT = SPACE
    AND FUNCTION TEST-NUMVAL(WS-Scrub-Cycle-Raw) = ZERO
        IF  FUNCTION NUMVAL(WS-Scrub-Cycle-Raw) > ZERO
        AND FUNCTION NUMVAL(WS-Scrub-Cycle-Raw) < 1000
            MOVE FUNCTION NUMVAL(WS-Scrub-Cycle-Raw)
              TO WS-Scrub-Cycle-Days
        END-IF
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
        MOVE WS-Opr-ID TO WS-Scrub-User
    ELSE
        ACCEPT WS-Scrub-User FROM ENVIRONMENT "USER" END-ACCEPT
        IF  WS-Scrub-User = SPACE
            ACCEPT WS-Scrub-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
        END-IF
        IF  WS-Scrub-User = SPACE
            MOVE "UNKNOWN" TO WS-Scrub-User
        END-IF
    END-IF.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/logs/alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Scrub-Ledger-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/archive-scrub.log" DELIMITED BY SIZE
      INTO WS-Scrub-Ledger-Path
    END-STRING.

*>------------------------------------------------
085-Load-Mirror-Cfg.
*>------------------------------------------------
*> Same one-line read as PGM19's 085-Load-Mirror-Cfg -
*> no file means no mirror, and a bad bundle is
*> reported with nothing to repair it from.
*>------------------------------------------------
    MOVE SPACE TO WS-Mirror-Target.

    MOVE SPACE TO WS-Mirror-Cfg-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/mirror.cfg" DELIMITED BY SIZE
      INTO WS-Mirror-Cfg-Path
    END-STRING.

    OPEN INPUT Mirror-Cfg-File.
    IF  WS-StatusMCF = "00"
        READ Mirror-Cfg-File
            AT END
                CONTINUE
            NOT AT END
                MOVE MC-Target-Path TO WS-Mirror-Target
        END-READ
        CLOSE Mirror-Cfg-File
    END-IF.

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

    COMPUTE WS-Scrub-Today-YMD
          = CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.

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
        IF  WS-Scrub-All
            MOVE "PGM53 archive scrub (all bundles) begin job"
              TO Msg OF WS-Log-Line
        ELSE
            MOVE "PGM53 archive scrub begin job"
              TO Msg OF WS-Log-Line
        END-IF
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
150-Load-Scrub-History.
*>------------------------------------------------
*> Front-to-back read of the scrub ledger, keeping the
*> latest B or R row per bundle - the ledger is append-
*> only, so a later row always supersedes an earlier.
*>------------------------------------------------
    MOVE ZERO TO WS-Scrub-Hist-Count.

    MOVE "N" TO WS-EOF-SCL.
    OPEN INPUT Scrub-Ledger-File.
    IF  WS-StatusSCL = "00"
        PERFORM 151-Read-Scrub-Row
          UNTIL Scrub-Ledger-EOF
        CLOSE Scrub-Ledger-File
    END-IF.

*>------------------------------------------------
151-Read-Scrub-Row.
*>------------------------------------------------
    READ Scrub-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-SCL
        NOT AT END
            IF  (SL-Row-Type = "B" OR SL-Row-Type = "R")
            AND SL-Bundle NOT = SPACE
                MOVE SL-Bundle TO WS-Sh-Search-Bundle
                PERFORM 152-Find-Scrub-Hist
                IF  NOT WS-Sh-Found
                AND WS-Scrub-Hist-Count < 500
                    ADD 1 TO WS-Scrub-Hist-Count
                    SET WS-Sh-Idx TO WS-Scrub-Hist-Count
                    MOVE SL-Bundle TO WS-Sh-Bundle(WS-Sh-Idx)
                    MOVE "Y" TO WS-Sh-Found-Sw
                END-IF
                IF  WS-Sh-Found
                    PERFORM 154-Keep-Scrub-Row
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
152-Find-Scrub-Hist.
*>------------------------------------------------
*> WS-Sh-Search-Bundle in; WS-Sh-Found with WS-Sh-Idx
*> on the entry out.
*>------------------------------------------------
    MOVE "N" TO WS-Sh-Found-Sw.
    PERFORM 153-Match-One-Scrub-Hist
      VARYING WS-Sh-Idx FROM 1 BY 1
        UNTIL WS-Sh-Idx > WS-Scrub-Hist-Count
           OR WS-Sh-Found.
    IF  WS-Sh-Found
        SET WS-Sh-Idx DOWN BY 1
    END-IF.

*>------------------------------------------------
153-Match-One-Scrub-Hist.
*>------------------------------------------------
    IF  WS-Sh-Bundle(WS-Sh-Idx) = WS-Sh-Search-Bundle
        MOVE "Y" TO WS-Sh-Found-Sw
    END-IF.

*>------------------------------------------------
154-Keep-Scrub-Row.
*>------------------------------------------------
    MOVE SL-Company      TO WS-Sh-Company(WS-Sh-Idx).
    MOVE SL-Stamp(1 : 8) TO WS-Sh-Date(WS-Sh-Idx).
    MOVE SL-Result       TO WS-Sh-Result(WS-Sh-Idx).
    MOVE SL-Bad-Count    TO WS-Sh-Bad-Count(WS-Sh-Idx).
    MOVE SL-Mirror-Sw    TO WS-Sh-Mirror-Sw(WS-Sh-Idx).
    MOVE SL-Mirror-Cksum TO WS-Sh-Mirror-Cksum(WS-Sh-Idx).

*>------------------------------------------------
055-Process-One-Company.
*>------------------------------------------------
*> Re-root the per-company TBL-Path-Name entries under
*> this company's own root segment and build its
*> subtree on the mirror, the same way PGM19's
*> 055-Process-One-Company does, then scrub its share
*> of the company's bundles.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    MOVE SPACE TO WS-Mirror-Co-Target.
    MOVE SPACE TO WS-Scrub-Co-Label.
    IF  WS-Company-Code(WS-Co-Idx) = SPACE
        MOVE WS-Mirror-Target TO WS-Mirror-Co-Target
    ELSE
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Scrub-Co-Label
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
        IF  WS-Mirror-Target NOT = SPACE
            STRING FUNCTION TRIM(WS-Mirror-Target) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
              INTO WS-Mirror-Co-Target
            END-STRING
        END-IF
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM TBL-dir-reports BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    PERFORM 200-Scrub-Company
      THRU 200-Scrub-Company-Exit.

*>------------------------------------------------
200-Scrub-Company.
*>------------------------------------------------
*> List the company's bundles (same find + scratch-
*> control-file idiom as PGM19's 230-Verify-Mirror),
*> count them for this run's share - the bundle count
*> spread over the cycle, at least one - then walk the
*> list again scrubbing the due ones until the share is
*> used up.  The intake index is opened read-only for
*> the member lookups; a company without one is checked
*> against the manifests alone.
*>------------------------------------------------
    MOVE ZERO TO WS-Scrub-Bundle-Count
                 WS-Scrub-Done-Count.

    MOVE SPACE TO WS-Archive-Dir.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           "archive" DELIMITED BY SIZE
      INTO WS-Archive-Dir
    END-STRING.

    MOVE SPACE TO WS-Scrub-List-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".scrub-list.tmp" DELIMITED BY SIZE
      INTO WS-Scrub-List-Path
    END-STRING.

    MOVE SPACE TO WS-Scrub-Work-Dir.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".scrub-work" DELIMITED BY SIZE
      INTO WS-Scrub-Work-Dir
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
    END-STRING.

    MOVE WS-Scrub-List-Path TO WS-Intake-Scan-Path.

    MOVE SPACE TO WS-Intake-Ls-Cmd.
    STRING "find '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Archive-Dir) DELIMITED BY SIZE
           "' -maxdepth 1 -type f -name 'archive-*.tar.gz' "
             DELIMITED BY SIZE
           "-printf '%f\n' 2>/dev/null | sort > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Scan-Path) DELIMITED BY SIZE
      INTO WS-Intake-Ls-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Intake-Ls-Cmd
    END-CALL.

    MOVE "N" TO WS-EOF-ISC.
    OPEN INPUT Intake-Scan-File.
    IF  WS-StatusISC = "00"
        PERFORM 210-Count-One-Bundle
          UNTIL Intake-Scan-EOF
        CLOSE Intake-Scan-File
    END-IF.

    IF  WS-Scrub-Bundle-Count = ZERO
        CALL "CBL_DELETE_FILE"
          USING WS-Intake-Scan-Path
        END-CALL
        GO TO 200-Scrub-Company-Exit
    END-IF.

    IF  WS-Scrub-All
        MOVE WS-Scrub-Bundle-Count TO WS-Scrub-Quota
    ELSE
        COMPUTE WS-Scrub-Quota
              = (WS-Scrub-Bundle-Count + WS-Scrub-Cycle-Days - 1)
              / WS-Scrub-Cycle-Days
        IF  WS-Scrub-Quota < 1
            MOVE 1 TO WS-Scrub-Quota
        END-IF
    END-IF.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE "N" TO WS-Intake-Index-Open-Sw.
    OPEN INPUT Intake-Index-File.
    IF  WS-StatusIDX = "00"
        SET WS-Intake-Index-Open TO TRUE
    END-IF.

    MOVE "N" TO WS-EOF-ISC.
    OPEN INPUT Intake-Scan-File.
    IF  WS-StatusISC = "00"
        PERFORM 220-Consider-One-Bundle
          UNTIL Intake-Scan-EOF
             OR WS-Scrub-Done-Count NOT < WS-Scrub-Quota
        CLOSE Intake-Scan-File
    END-IF.

    IF  WS-Intake-Index-Open
        MOVE "N" TO WS-Intake-Index-Open-Sw
        CLOSE Intake-Index-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Intake-Scan-Path
    END-CALL.

    MOVE SPACE TO WS-MSG.
    STRING "scrub: " DELIMITED BY SIZE
           WS-Scrub-Done-Count DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-Scrub-Bundle-Count DELIMITED BY SIZE
           " bundle(s) scrubbed in " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Archive-Dir) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
200-Scrub-Company-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Count-One-Bundle.
*>------------------------------------------------
    READ Intake-Scan-File
        AT END
            MOVE "Y" TO WS-EOF-ISC
        NOT AT END
            IF  Intake-Scan-Entry NOT = SPACE
                ADD 1 TO WS-Scrub-Bundle-Count
            END-IF
    END-READ.

*>------------------------------------------------
220-Consider-One-Bundle.
*>------------------------------------------------
*> A bundle is due when it has never been scrubbed, or
*> its last scrub is a full cycle old - or always, in
*> scrub-all mode.
*>------------------------------------------------
    READ Intake-Scan-File
        AT END
            MOVE "Y" TO WS-EOF-ISC
        NOT AT END
            IF  Intake-Scan-Entry NOT = SPACE
                MOVE SPACE TO WS-Scrub-Bundle-Name
                MOVE Intake-Scan-Entry TO WS-Scrub-Bundle-Name
                MOVE SPACE TO WS-Scrub-Bundle-Path
                STRING FUNCTION TRIM(WS-Archive-Dir) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Scrub-Bundle-Name)
                         DELIMITED BY SIZE
                  INTO WS-Scrub-Bundle-Path
                END-STRING

                PERFORM 225-Check-Bundle-Due
                  THRU 225-Check-Bundle-Due-Exit
                IF  WS-Scrub-Due
                    ADD 1 TO WS-Scrub-Done-Count
                    PERFORM 300-Scrub-Bundle
                      THRU 300-Scrub-Bundle-Exit
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
225-Check-Bundle-Due.
*>------------------------------------------------
    MOVE "Y" TO WS-Scrub-Due-Sw.
    IF  WS-Scrub-All
        GO TO 225-Check-Bundle-Due-Exit
    END-IF.

    MOVE WS-Scrub-Bundle-Path TO WS-Sh-Search-Bundle.
    PERFORM 152-Find-Scrub-Hist.
    IF  WS-Sh-Found
    AND WS-Sh-Date(WS-Sh-Idx) IS NUMERIC
        MOVE WS-Sh-Date(WS-Sh-Idx) TO WS-Scrub-Last-YMD
        COMPUTE WS-Scrub-Age-Days
              = FUNCTION INTEGER-OF-DATE(WS-Scrub-Today-YMD)
              - FUNCTION INTEGER-OF-DATE(WS-Scrub-Last-YMD)
        IF  WS-Scrub-Age-Days < WS-Scrub-Cycle-Days
            MOVE "N" TO WS-Scrub-Due-Sw
        END-IF
    END-IF.

*>------------------------------------------------
225-Check-Bundle-Due-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
300-Scrub-Bundle.
*>------------------------------------------------
*> Primary copy first.  A bad one is logged, alerted,
*> and then its mirror copy gets the same scrub - so
*> the ledger says not just that the bundle is bad but
*> whether there is a good copy to repair it from.
*>------------------------------------------------
    MOVE SPACE TO WS-Scrub-Mirror-Sw.
    MOVE ZERO  TO WS-Scrub-Mirror-Cksum.

    MOVE "P" TO WS-Scrub-Pass-Sw.
    MOVE WS-Scrub-Bundle-Path TO WS-Scrub-Check-Path.
    PERFORM 310-Check-Bundle-Copy
      THRU 310-Check-Bundle-Copy-Exit.

    EVALUATE TRUE
        WHEN NOT WS-Scrub-Readable
            MOVE "UNREADABLE" TO WS-Scrub-Result
        WHEN WS-Scrub-Bad-Count > ZERO
            MOVE "BADMEMBER" TO WS-Scrub-Result
        WHEN NOT WS-Scrub-Has-Manifest
            MOVE "NOMANIFEST" TO WS-Scrub-Result
        WHEN OTHER
            MOVE "OK" TO WS-Scrub-Result
    END-EVALUATE.
    MOVE WS-Scrub-Member-Count TO WS-Scrub-Prim-Members.
    MOVE WS-Scrub-Bad-Count    TO WS-Scrub-Prim-Bad.

    IF  WS-Scrub-Result = "OK"
        PERFORM 350-Write-Bundle-Row
        GO TO 300-Scrub-Bundle-Exit
    END-IF.

    IF  WS-Scrub-Result = "NOMANIFEST"
*>      readable, but nothing on file says what the
*>      members should hash to - worth a warning, not
*>      a repair.
        MOVE SPACE TO WS-MSG
        STRING "scrub: no manifest for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Scrub-Bundle-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Warning TO TRUE
        MOVE "300-SCRUB-BUNDLE" TO WS-Log-Source-Para
        MOVE 9141 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line

        PERFORM 350-Write-Bundle-Row
        GO TO 300-Scrub-Bundle-Exit
    END-IF.

    ADD 1 TO WS-Scrub-Bad-Bundles.

    MOVE SPACE TO WS-MSG.
    STRING "scrub: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Result) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Bundle-Name) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "300-SCRUB-BUNDLE" TO WS-Log-Source-Para.
    MOVE 9141 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 360-Raise-Scrub-Alert.

    IF  WS-Mirror-Co-Target NOT = SPACE
        PERFORM 330-Scrub-Mirror-Copy
    END-IF.

    MOVE "P" TO WS-Scrub-Pass-Sw.
    PERFORM 350-Write-Bundle-Row.

*>------------------------------------------------
300-Scrub-Bundle-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Check-Bundle-Copy.
*>------------------------------------------------
*> WS-Scrub-Check-Path in.  Extract the whole bundle
*> into the scratch directory - tar failing to read it
*> end to end is UNREADABLE - then walk the bundle's
*> manifest re-hashing each member.  The manifest is
*> always the primary's, beside the primary bundle:
*> it is the record of what went in, whichever copy is
*> being proven.
*>------------------------------------------------
    MOVE "N" TO WS-Scrub-Readable-Sw
                WS-Scrub-Manifest-Sw.
    MOVE ZERO TO WS-Scrub-Member-Count
                 WS-Scrub-Bad-Count
                 WS-Scrub-Unknown-Count.

    MOVE SPACE TO WS-Scrub-Cmd.
    STRING "rm -rf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Work-Dir) DELIMITED BY SIZE
           "' && mkdir -p '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Work-Dir) DELIMITED BY SIZE
           "' && tar -xzf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Check-Path) DELIMITED BY SIZE
           "' -C '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Work-Dir) DELIMITED BY SIZE
           "' 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Scrub-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Scrub-Cmd
    END-CALL.

    IF  Return-Code NOT = ZERO
        GO TO 310-Clear-Work-Dir
    END-IF.
    MOVE "Y" TO WS-Scrub-Readable-Sw.

    MOVE SPACE TO WS-Archive-Manifest-Path.
    STRING FUNCTION TRIM(WS-Scrub-Bundle-Path)(1 :
             FUNCTION LENGTH(FUNCTION TRIM(WS-Scrub-Bundle-Path)) - 7)
           DELIMITED BY SIZE
           ".manifest" DELIMITED BY SIZE
      INTO WS-Archive-Manifest-Path
    END-STRING.

    OPEN INPUT Archive-Manifest-File.
    IF  WS-StatusARM NOT = "00"
        GO TO 310-Clear-Work-Dir
    END-IF.
    MOVE "Y" TO WS-Scrub-Manifest-Sw.

    MOVE "N" TO WS-EOF-SMAN.
    PERFORM 320-Check-One-Member
      UNTIL Scrub-Manifest-EOF.
    CLOSE Archive-Manifest-File.

*>------------------------------------------------
310-Clear-Work-Dir.
*>------------------------------------------------
    MOVE SPACE TO WS-Scrub-Cmd.
    STRING "rm -rf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Work-Dir) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
      INTO WS-Scrub-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Scrub-Cmd
    END-CALL.

*>------------------------------------------------
310-Check-Bundle-Copy-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
320-Check-One-Member.
*>------------------------------------------------
*> One manifest row per READ.  A member the manifest
*> lists but the bundle does not hold is MISSING; one
*> whose bytes hash to anything other than a recorded
*> checksum (manifest or index) is MISMATCH.  A member
*> with neither recorded is counted, not judged.
*>------------------------------------------------
    READ Archive-Manifest-File
        AT END
            MOVE "Y" TO WS-EOF-SMAN
        NOT AT END
            MOVE Archive-Manifest-Line TO WS-Archive-Manifest-Row
            IF  WS-Arch-Man-Filename NOT = SPACE
                PERFORM 321-Judge-One-Member
            END-IF
    END-READ.

*>------------------------------------------------
321-Judge-One-Member.
*>------------------------------------------------
    ADD 1 TO WS-Scrub-Member-Count.

    MOVE ZERO TO WS-Scrub-Man-Cksum
                 WS-Scrub-Idx-Cksum
                 WS-Scrub-Act-Cksum.
    MOVE SPACE TO WS-Scrub-Member-Result.

    IF  WS-Arch-Man-Cksum IS NUMERIC
        MOVE WS-Arch-Man-Cksum TO WS-Scrub-Man-Cksum
    END-IF.

    PERFORM 325-Find-Archived-Index-Row
      THRU 325-Find-Archived-Index-Exit.
    IF  WS-II-Row-Found
        MOVE II-Checksum TO WS-Scrub-Idx-Cksum
    END-IF.

    MOVE SPACE TO WS-Scrub-Member-Path.
    STRING FUNCTION TRIM(WS-Scrub-Work-Dir) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Arch-Man-Filename) DELIMITED BY SIZE
      INTO WS-Scrub-Member-Path
    END-STRING.

    CALL "CBL_CHECK_FILE_EXIST"
      USING WS-Scrub-Member-Path
            File-Info
    END-CALL.

    IF  Return-Code NOT = ZERO
        MOVE "MISSING" TO WS-Scrub-Member-Result
    ELSE
        MOVE WS-Scrub-Member-Path TO WS-Scrub-Cksum-Target
        PERFORM 340-Compute-Checksum
        MOVE WS-Cksum-Value TO WS-Scrub-Act-Cksum

        IF  WS-Scrub-Man-Cksum = ZERO
        AND WS-Scrub-Idx-Cksum = ZERO
            ADD 1 TO WS-Scrub-Unknown-Count
        END-IF
        IF  (WS-Scrub-Man-Cksum NOT = ZERO
             AND WS-Scrub-Man-Cksum NOT = WS-Scrub-Act-Cksum)
        OR  (WS-Scrub-Idx-Cksum NOT = ZERO
             AND WS-Scrub-Idx-Cksum NOT = WS-Scrub-Act-Cksum)
            MOVE "MISMATCH" TO WS-Scrub-Member-Result
        END-IF
    END-IF.

    IF  WS-Scrub-Member-Result NOT = SPACE
        ADD 1 TO WS-Scrub-Bad-Count
        IF  WS-Scrub-Primary-Pass
            PERFORM 355-Write-Member-Row
        END-IF
    END-IF.

*>------------------------------------------------
325-Find-Archived-Index-Row.
*>------------------------------------------------
*> The member's index row is the arrival PGM07 stamped
*> ARCHIVED into THIS bundle - a later resend under the
*> same name has its own row and its own bytes, so walk
*> every version of the name (same START/READ NEXT
*> walk as PGM19's 250-Find-Latest-Index-Row) and keep
*> the one whose II-Archive-Loc names the bundle.
*>------------------------------------------------
    MOVE "N" TO WS-II-Row-Found-Sw.
    IF  NOT WS-Intake-Index-Open
        GO TO 325-Find-Archived-Index-Exit
    END-IF.

    MOVE SPACE TO WS-Scrub-Name-P1
                  WS-Scrub-Name-P2.
    UNSTRING WS-Arch-Man-Filename DELIMITED BY "/"
        INTO WS-Scrub-Name-P1
             WS-Scrub-Name-P2
    END-UNSTRING.
    IF  WS-Scrub-Name-P2 NOT = SPACE
        MOVE WS-Scrub-Name-P2 TO WS-II-Search-Name
    ELSE
        MOVE WS-Scrub-Name-P1 TO WS-II-Search-Name
    END-IF.

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

    PERFORM 326-Scan-One-Version-Row
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
325-Find-Archived-Index-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
326-Scan-One-Version-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IISCAN
        NOT AT END
            IF  II-Filename = WS-II-Search-Name
                IF  II-Archive-Loc = WS-Scrub-Bundle-Path(1 : 60)
                    MOVE "Y" TO WS-II-Row-Found-Sw
                    MOVE II-Key TO WS-II-Saved-Key
                END-IF
            ELSE
                MOVE "Y" TO WS-EOF-IISCAN
            END-IF
    END-READ.

*>------------------------------------------------
330-Scrub-Mirror-Copy.
*>------------------------------------------------
*> The same bundle on the DR mount (PGM19's 210-Mirror-
*> Company keeps files/archive there), given the same
*> scrub.  Clean means the repair has a source; its
*> whole-file cksum goes on the B row so PGM54 can
*> prove it copies exactly what was proven here.
*>------------------------------------------------
    MOVE "N" TO WS-Scrub-Mirror-Sw.

    MOVE SPACE TO WS-Scrub-Mirror-Path.
    STRING FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
           "/files/archive/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Bundle-Name) DELIMITED BY SIZE
      INTO WS-Scrub-Mirror-Path
    END-STRING.

    CALL "CBL_CHECK_FILE_EXIST"
      USING WS-Scrub-Mirror-Path
            File-Info
    END-CALL.

    IF  Return-Code = ZERO
        MOVE "M" TO WS-Scrub-Pass-Sw
        MOVE WS-Scrub-Mirror-Path TO WS-Scrub-Check-Path
        PERFORM 310-Check-Bundle-Copy
          THRU 310-Check-Bundle-Copy-Exit

        IF  WS-Scrub-Readable
        AND WS-Scrub-Has-Manifest
        AND WS-Scrub-Bad-Count = ZERO
            MOVE WS-Scrub-Mirror-Path TO WS-Scrub-Cksum-Target
            PERFORM 340-Compute-Checksum
            IF  WS-Cksum-Value NOT = ZERO
                MOVE "Y" TO WS-Scrub-Mirror-Sw
                MOVE WS-Cksum-Value TO WS-Scrub-Mirror-Cksum
            END-IF
        END-IF
    END-IF.

    MOVE SPACE TO WS-MSG.
    IF  WS-Scrub-Mirror-Sw = "Y"
        STRING "scrub: mirror copy of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Scrub-Bundle-Name) DELIMITED BY SIZE
               " is good - repair via PGM54" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        STRING "scrub: no good mirror copy of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Scrub-Bundle-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
340-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over WS-Scrub-Cksum-Target - same CALL
*> "SYSTEM" + scratch-file idiom as PGM19's 255-
*> Compute-Mirror-Checksum.  A failed run leaves
*> WS-Cksum-Value ZERO.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Cksum-Target) DELIMITED BY SIZE
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
350-Write-Bundle-Row.
*>------------------------------------------------
*> The bundle's verdict - kept in the history table
*> too, so the same bundle is not picked up twice in
*> one run.
*>------------------------------------------------
    PERFORM 359-Stamp-Now.

    MOVE SPACE TO Scrub-Ledger-Line.
    MOVE "B"                   TO SL-Row-Type.
    MOVE WS-Scrub-Stamp        TO SL-Stamp.
    MOVE WS-Scrub-Co-Label     TO SL-Company.
    MOVE WS-Scrub-Bundle-Path  TO SL-Bundle.
    MOVE WS-Scrub-Result       TO SL-Result.
    MOVE WS-Scrub-Prim-Members TO SL-Member-Count.
    MOVE WS-Scrub-Prim-Bad     TO SL-Bad-Count.
    MOVE ZERO                  TO SL-Manifest-Cksum
                                  SL-Index-Cksum
                                  SL-Actual-Cksum.
    MOVE WS-Scrub-Mirror-Sw    TO SL-Mirror-Sw.
    MOVE WS-Scrub-Mirror-Cksum TO SL-Mirror-Cksum.
    MOVE WS-Scrub-User         TO SL-User.
    MOVE WS-Run-ID             TO SL-Run-ID.
    PERFORM 358-Append-Ledger-Row.

    MOVE WS-Scrub-Bundle-Path TO WS-Sh-Search-Bundle.
    PERFORM 152-Find-Scrub-Hist.
    IF  NOT WS-Sh-Found
    AND WS-Scrub-Hist-Count < 500
        ADD 1 TO WS-Scrub-Hist-Count
        SET WS-Sh-Idx TO WS-Scrub-Hist-Count
        MOVE WS-Scrub-Bundle-Path TO WS-Sh-Bundle(WS-Sh-Idx)
        MOVE "Y" TO WS-Sh-Found-Sw
    END-IF.
    IF  WS-Sh-Found
        PERFORM 154-Keep-Scrub-Row
    END-IF.

*>------------------------------------------------
355-Write-Member-Row.
*>------------------------------------------------
*> One failed member of the primary copy - what it
*> should have hashed to and what it did.
*>------------------------------------------------
    PERFORM 359-Stamp-Now.

    MOVE SPACE TO Scrub-Ledger-Line.
    MOVE "M"                    TO SL-Row-Type.
    MOVE WS-Scrub-Stamp         TO SL-Stamp.
    MOVE WS-Scrub-Co-Label      TO SL-Company.
    MOVE WS-Scrub-Bundle-Path   TO SL-Bundle.
    MOVE WS-Scrub-Member-Result TO SL-Result.
    MOVE ZERO                   TO SL-Member-Count
                                   SL-Bad-Count
                                   SL-Mirror-Cksum.
    MOVE WS-Arch-Man-Filename   TO SL-Member.
    MOVE WS-Scrub-Man-Cksum     TO SL-Manifest-Cksum.
    MOVE WS-Scrub-Idx-Cksum     TO SL-Index-Cksum.
    MOVE WS-Scrub-Act-Cksum     TO SL-Actual-Cksum.
    MOVE WS-Scrub-User          TO SL-User.
    MOVE WS-Run-ID              TO SL-Run-ID.
    PERFORM 358-Append-Ledger-Row.

    MOVE SPACE TO WS-MSG.
    STRING "scrub: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Scrub-Member-Result) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Arch-Man-Filename) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
358-Append-Ledger-Row.
*>------------------------------------------------
*> Same EXTEND-with-OUTPUT-fallback append idiom as
*> PGM19's 260-Write-Manifest-Row.
*>------------------------------------------------
    OPEN EXTEND Scrub-Ledger-File.
    IF  WS-StatusSCL NOT = "00"
        OPEN OUTPUT Scrub-Ledger-File
    END-IF.
    IF  WS-StatusSCL = "00"
        WRITE Scrub-Ledger-Line
        CLOSE Scrub-Ledger-File
    END-IF.

*>------------------------------------------------
359-Stamp-Now.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Scrub-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Scrub-Stamp
    END-STRING.

*>------------------------------------------------
360-Raise-Scrub-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row as PGM19's 270-Raise-
*> Mirror-Alert, for PGM05 to deliver.
*>------------------------------------------------
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
999-Status-Handler.
*>------------------------------------------------
COPY "./copybooks/FileStat-Msgs.cpy".

END PROGRAM PGM53.
