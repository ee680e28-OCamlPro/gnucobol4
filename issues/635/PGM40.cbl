*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM40.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Operator-initiated posting reversal.
*> When a vendor owns up after PGM15 has run that a
*> file was wrong, PGM10 can only re-stage it - the
*> corrected version then posts on top of the bad one.
*> This undoes the bad one first: pick the arrival by
*> its POSTED intake index row, and every transaction
*> master record that arrival's posting run wrote
*> (TM-Source-File plus TM-Run-ID) gets an offsetting
*> document - same record, amount negated, the next
*> document number off posting-seq.dat, dated today -
*> with the original and its offset cross-referenced
*> so nothing is reversed twice.  An arrival PGM72's
*> posting proof marked POST-SUSP (its master rows do
*> not add back to what intake measured) is reversed
*> the same way - the usual cure for a half-posted
*> file.  The index row flips to REVERSED with who/
*> when, every reversal prints its own register page
*> under ./reports, and a run audit row records it.
*> Offsets honor the company's period-control.cfg the
*> way PGM15's postings do: a CLOSED period re-dates
*> them to the first OPEN period's start, and a
*> LOCKED one (or CLOSED with nothing OPEN after it)
*> refuses the reversal, leaving the arrival POSTED.
*> Gated by the REVERSE token in
*> ./reports/auth-table.cfg.  Same standalone console
*> mold as PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Posted-Ref-Select.cpy".
COPY "./copybooks/Posting-Seq-Select.cpy".
COPY "./copybooks/Posting-Reg-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Period-Ctl-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Posted-Ref-FD.cpy".
COPY "./copybooks/Posting-Seq-FD.cpy".
COPY "./copybooks/Posting-Reg-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Period-Ctl-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM40".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Posted-Ref-WS.cpy".

COPY "./copybooks/Posting-Seq-WS.cpy".

COPY "./copybooks/Posting-Reg-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Period-Ctl-WS.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Reversal-Done         VALUE "Y".

01  WS-Rev-Company               PIC X(10) VALUE SPACE.
01  WS-Rev-Filename              PIC X(80) VALUE SPACE.
01  WS-Rev-Reason                PIC X(40) VALUE SPACE.
01  WS-Rev-Again                 PIC X(01) VALUE SPACE.
01  WS-Rev-Confirm               PIC X(01) VALUE SPACE.

*> what identifies the arrival's postings - the run that
*> posted it and the date it went in under, off the
*> index row.  A row posted before those were stamped
*> leaves both SPACE, and every unreversed record with
*> the filename qualifies.
01  WS-Rev-Post-Run-ID           PIC X(15) VALUE SPACE.
01  WS-Rev-Post-Date             PIC X(08) VALUE SPACE.

*> this reversal's own identity - the date it runs
*> under and the run ID stamped on its offsets, minted
*> the same YYYYMMDD-HHMMSS way PGM00 mints a chain's.
01  WS-Rev-Date                  PIC X(08) VALUE SPACE.
01  WS-Rev-Run-ID                PIC X(15) VALUE SPACE.
01  WS-Rev-Stamp                 PIC X(14) VALUE SPACE.

*> period control - the date the offsets go in under
*> (the reversal date, or the start of the first OPEN
*> period when the reversal date's period is CLOSED)
*> and whether the period refuses them outright.
01  WS-Rev-Eff-Date              PIC X(08) VALUE SPACE.
01  WS-Rev-Lock-Sw               PIC X(01) VALUE "N".
    88  WS-Rev-Period-Locked     VALUE "Y".

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Reversal-Sweep-EOF       VALUE "Y".

*> "C" = counting pass ahead of the confirm, "P" =
*> posting pass.
01  WS-Rev-Pass                  PIC X(01) VALUE SPACE.
    88  WS-Rev-Counting          VALUE "C".
    88  WS-Rev-Posting           VALUE "P".

01  WS-Rev-Doc-Count             PIC 9(07) VALUE ZERO.
01  WS-Rev-Amount                PIC S9(13)V9(02) VALUE ZERO.
01  WS-Rev-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Rev-Amount-Edit           PIC -(13)9.99 VALUE ZERO.
01  WS-Rev-Saved-TM-Key          PIC X(27) VALUE SPACE.
01  WS-Rev-Orig-Doc              PIC 9(09) VALUE ZERO.
01  WS-Rev-Orig-Date             PIC X(08) VALUE SPACE.

*> one register detail line per offsetting document.
01  WS-Rev-Detail-Row.
    05  WS-Rev-Det-Orig-Doc      PIC 9(09) VALUE ZERO.
    05                           PIC X(03) VALUE SPACE.
    05  WS-Rev-Det-Orig-Date     PIC X(08) VALUE SPACE.
    05                           PIC X(03) VALUE SPACE.
    05  WS-Rev-Det-New-Doc       PIC 9(09) VALUE ZERO.
    05                           PIC X(03) VALUE SPACE.
    05  WS-Rev-Det-Amount        PIC -(13)9.99 VALUE ZERO.
    05                           PIC X(80) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "REVERSE" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to reverse postings - screen closed"
          UPON CONSOLE
        GOBACK
    END-IF.

    PERFORM 200-Reversal-Loop
      UNTIL WS-Reversal-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM00/PGM01, and the operator identity
*> PGM10 records the same way - here it is also the
*> identity the auth table is checked for.
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

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
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
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM00's 079-Check-Authorization - no file deployed
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
200-Reversal-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Rev-Company.
    ACCEPT WS-Rev-Company FROM CONSOLE END-ACCEPT.

    DISPLAY "Filename whose postings to reverse (exact):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Rev-Filename.
    ACCEPT WS-Rev-Filename FROM CONSOLE END-ACCEPT.

    IF  WS-Rev-Filename NOT = SPACE
        PERFORM 210-Run-Reversal
          THRU 210-Reversal-Exit
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Another reversal? Y/N:" UPON CONSOLE.
    MOVE SPACE TO WS-Rev-Again.
    ACCEPT WS-Rev-Again FROM CONSOLE END-ACCEPT.

    IF  WS-Rev-Again NOT = "Y" AND WS-Rev-Again NOT = "y"
        MOVE "Y" TO WS-Done-Sw
    END-IF.

*>------------------------------------------------
210-Run-Reversal.
*>------------------------------------------------
*> Re-root, fetch the latest arrival row, insist on
*> POSTED, count what would be reversed, settle the
*> date the offsets go in under against the company's
*> periods, confirm with the operator (and take a
*> reason for the register), then post the offsets,
*> stamp the row, and audit it.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Rev-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rev-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

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

    MOVE SPACE TO WS-Posting-Seq-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-seq.dat" DELIMITED BY SIZE
      INTO WS-Posting-Seq-Path
    END-STRING.

    MOVE SPACE TO WS-Posted-Ref-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posted-refs.dat" DELIMITED BY SIZE
      INTO WS-Posted-Ref-Path
    END-STRING.

    MOVE SPACE TO WS-Period-Ctl-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "period-control.cfg" DELIMITED BY SIZE
      INTO WS-Period-Ctl-Path
    END-STRING.

    OPEN I-O Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"
        DISPLAY WS-Pgm-ID " no intake index on file for that company"
          UPON CONSOLE
        GO TO 210-Reversal-Exit
    END-IF.

    MOVE WS-Rev-Filename TO WS-II-Search-Name.
    PERFORM 220-Find-Latest-Index-Row.

    IF  NOT WS-II-Row-Found
        DISPLAY WS-Pgm-ID " no index entry for that filename"
          UPON CONSOLE
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    IF  II-Disposition NOT = "POSTED"
    AND II-Disposition NOT = "POST-SUSP"
        DISPLAY WS-Pgm-ID " that arrival is "
                FUNCTION TRIM(II-Disposition)
                ", not POSTED - nothing to reverse"
          UPON CONSOLE
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    MOVE II-Post-Run-ID TO WS-Rev-Post-Run-ID.
    MOVE II-Post-Date   TO WS-Rev-Post-Date.

    OPEN I-O Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
        DISPLAY WS-Pgm-ID " no transaction master on file for that "
                "company" UPON CONSOLE
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    SET WS-Rev-Counting TO TRUE.
    PERFORM 230-Sweep-Postings.

    IF  WS-Rev-Doc-Count = ZERO
        DISPLAY WS-Pgm-ID " no unreversed postings found for "
                FUNCTION TRIM(WS-Rev-Filename)
          UPON CONSOLE
        CLOSE Trans-Master-File
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE CDT-Date TO WS-Rev-Date.
    MOVE SPACE TO WS-Rev-Run-ID.
    STRING CDT-Year    DELIMITED BY SIZE
           CDT-Month   DELIMITED BY SIZE
           CDT-Day     DELIMITED BY SIZE
           "-"         DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Rev-Run-ID
    END-STRING.
    MOVE SPACE TO WS-Rev-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Rev-Stamp
    END-STRING.

    PERFORM 206-Load-Period-Table.

    PERFORM 207-Resolve-Reversal-Period
      THRU 207-Resolve-Exit.

    IF  WS-Rev-Period-Locked
        DISPLAY WS-Pgm-ID " period "
                FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                " is " FUNCTION TRIM(WS-Period-Status(WS-Period-Hit))
                " - no offsets can post; nothing reversed"
          UPON CONSOLE
        CLOSE Trans-Master-File
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    MOVE WS-Rev-Doc-Count TO WS-Rev-Count-Edit.
    MOVE WS-Rev-Amount    TO WS-Rev-Amount-Edit.
    IF  WS-Rev-Post-Run-ID = SPACE
        DISPLAY WS-Pgm-ID " posted before the run was recorded - "
                "matching by filename alone" UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " posted by run "
                FUNCTION TRIM(WS-Rev-Post-Run-ID)
                " on " WS-Rev-Post-Date UPON CONSOLE
    END-IF.
    IF  WS-Rev-Eff-Date NOT = WS-Rev-Date
        DISPLAY WS-Pgm-ID " period "
                FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                " is CLOSED - offsets will be dated "
                WS-Rev-Eff-Date " (period "
                FUNCTION TRIM(WS-Period-Name(WS-Period-Open-Hit))
                ")" UPON CONSOLE
    END-IF.
    DISPLAY "Reverse " FUNCTION TRIM(WS-Rev-Count-Edit)
            " document(s) totalling "
            FUNCTION TRIM(WS-Rev-Amount-Edit) "? Y/N:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Rev-Confirm.
    ACCEPT WS-Rev-Confirm FROM CONSOLE END-ACCEPT.

    IF  WS-Rev-Confirm NOT = "Y" AND WS-Rev-Confirm NOT = "y"
        DISPLAY WS-Pgm-ID " cancelled - nothing reversed"
          UPON CONSOLE
        CLOSE Trans-Master-File
        CLOSE Intake-Index-File
        GO TO 210-Reversal-Exit
    END-IF.

    DISPLAY "Reason (printed on the register):" UPON CONSOLE.
    MOVE SPACE TO WS-Rev-Reason.
    ACCEPT WS-Rev-Reason FROM CONSOLE END-ACCEPT.

    PERFORM 205-Read-Posting-Seq.

    PERFORM 250-Open-Reversal-Register.

    MOVE "N" TO WS-Posted-Ref-Open-Sw.
    OPEN I-O Posted-Ref-File.
    IF  WS-StatusPRF = "00"
        MOVE "Y" TO WS-Posted-Ref-Open-Sw
    END-IF.

    SET WS-Rev-Posting TO TRUE.
    PERFORM 230-Sweep-Postings.

    IF  WS-Posted-Ref-Open
        CLOSE Posted-Ref-File
    END-IF.

    PERFORM 270-Save-Posting-Seq.

    PERFORM 255-Close-Reversal-Register.

    CLOSE Trans-Master-File.

    PERFORM 260-Mark-Index-Reversed.

    CLOSE Intake-Index-File.

    PERFORM 280-Write-Reversal-Audit.

    MOVE WS-Rev-Doc-Count TO WS-Rev-Count-Edit.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Rev-Count-Edit)
            " document(s) reversed, run "
            FUNCTION TRIM(WS-Rev-Run-ID) UPON CONSOLE.
    DISPLAY WS-Pgm-ID " register: "
            FUNCTION TRIM(WS-Posting-Reg-Path) UPON CONSOLE.

*>------------------------------------------------
210-Reversal-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
205-Read-Posting-Seq.
*>------------------------------------------------
*> Same per-company sequence PGM15 draws from - the
*> offsets are documents like any other.
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

*>------------------------------------------------
206-Load-Period-Table.
*>------------------------------------------------
*> Same read of the company's period-control.cfg as
*> PGM15's 206-Load-Period-Table - no file means no
*> periods are controlled and offsets go in as dated.
*>------------------------------------------------
    MOVE ZERO TO WS-Period-Count.

    MOVE "N" TO WS-EOF-PCT.
    OPEN INPUT Period-Ctl-File.
    IF  WS-StatusPCT = "00"
        PERFORM 2061-Read-Period-Row
          UNTIL Period-Ctl-EOF
        CLOSE Period-Ctl-File
    END-IF.

*>------------------------------------------------
2061-Read-Period-Row.
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
207-Resolve-Reversal-Period.
*>------------------------------------------------
*> The same verdict PGM15's 207-Resolve-Posting-Period
*> gives a posting run, taken for the reversal date: a
*> CLOSED period re-dates the offsets to the start of
*> the first OPEN period after it; a LOCKED one, or a
*> CLOSED one with no OPEN period after it, refuses
*> them.
*>------------------------------------------------
    MOVE WS-Rev-Date TO WS-Rev-Eff-Date.
    MOVE "N" TO WS-Rev-Lock-Sw.
    MOVE ZERO TO WS-Period-Hit
                 WS-Period-Open-Hit.

    MOVE WS-Rev-Date TO WS-Period-Search-Date.
    PERFORM 2071-Match-One-Period
      VARYING WS-Per-Idx FROM 1 BY 1
        UNTIL WS-Period-Hit > ZERO
           OR WS-Per-Idx > WS-Period-Count.

    IF  WS-Period-Hit = ZERO
        GO TO 207-Resolve-Exit
    END-IF.

    EVALUATE WS-Period-Status(WS-Period-Hit)
        WHEN "LOCKED"
            MOVE "Y" TO WS-Rev-Lock-Sw
        WHEN "CLOSED"
            PERFORM 2072-Find-Next-Open-Period
              VARYING WS-Per-Idx FROM 1 BY 1
                UNTIL WS-Per-Idx > WS-Period-Count
            IF  WS-Period-Open-Hit = ZERO
                MOVE "Y" TO WS-Rev-Lock-Sw
            ELSE
                MOVE WS-Period-From(WS-Period-Open-Hit)
                  TO WS-Rev-Eff-Date
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
207-Resolve-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
2071-Match-One-Period.
*>------------------------------------------------
    IF  WS-Period-Search-Date >= WS-Period-From(WS-Per-Idx)
    AND WS-Period-Search-Date <= WS-Period-To(WS-Per-Idx)
        SET WS-Period-Hit TO WS-Per-Idx
    END-IF.

*>------------------------------------------------
2072-Find-Next-Open-Period.
*>------------------------------------------------
*> The earliest-starting OPEN period after the closed
*> one, wherever it sits in the file.
*>------------------------------------------------
    IF  WS-Period-Status(WS-Per-Idx) = "OPEN"
    AND WS-Period-From(WS-Per-Idx) > WS-Period-To(WS-Period-Hit)
        IF  WS-Period-Open-Hit = ZERO
            SET WS-Period-Open-Hit TO WS-Per-Idx
        ELSE
            IF  WS-Period-From(WS-Per-Idx)
              < WS-Period-From(WS-Period-Open-Hit)
                SET WS-Period-Open-Hit TO WS-Per-Idx
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
270-Save-Posting-Seq.
*>------------------------------------------------
    OPEN OUTPUT Posting-Seq-File.
    IF  WS-StatusPSQ = "00"
        MOVE WS-Posting-Seq-Number TO PS-Last-Number
        WRITE Posting-Seq-Line
        CLOSE Posting-Seq-File
    END-IF.

*>------------------------------------------------
220-Find-Latest-Index-Row.
*>------------------------------------------------
*> Same latest-arrival lookup as PGM10's 220-Find-
*> Latest-Index-Row.
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

    PERFORM 221-Scan-One-Version-Row
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
221-Scan-One-Version-Row.
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
230-Sweep-Postings.
*>------------------------------------------------
*> Walk this company's master rows - from the posting
*> date when the index row recorded one, from the
*> company's first row otherwise - counting or
*> reversing each one the arrival's posting run wrote.
*>------------------------------------------------
    MOVE ZERO TO WS-Rev-Doc-Count
                 WS-Rev-Amount.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Rev-Company TO TM-Company.
    IF  WS-Rev-Post-Date = SPACE
        MOVE LOW-VALUES TO TM-Post-Date
    ELSE
        MOVE WS-Rev-Post-Date TO TM-Post-Date
    END-IF.
    MOVE ZERO TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 231-Sweep-One-Posting
      UNTIL Reversal-Sweep-EOF.

*>------------------------------------------------
231-Sweep-One-Posting.
*>------------------------------------------------
*> An offset already written is never itself reversed,
*> and an original already carrying an offset's number
*> is skipped - which also keeps this pass from
*> tripping over the offsets it has just written.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Rev-Company
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  WS-Rev-Post-Date NOT = SPACE
                AND TM-Post-Date NOT = WS-Rev-Post-Date
                    MOVE "Y" TO WS-EOF-TRM
                ELSE
                    IF  TM-Reversed-By-Doc NOT NUMERIC
                        MOVE ZERO TO TM-Reversed-By-Doc
                    END-IF
                    IF  TM-Source-File = WS-Rev-Filename
                    AND (WS-Rev-Post-Run-ID = SPACE
                      OR TM-Run-ID = WS-Rev-Post-Run-ID)
                    AND NOT TM-Is-Reversal
                    AND TM-Reversed-By-Doc = ZERO
                        ADD 1         TO WS-Rev-Doc-Count
                        ADD TM-Amount TO WS-Rev-Amount
                        IF  WS-Rev-Posting
                            PERFORM 240-Reverse-One-Posting
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
240-Reverse-One-Posting.
*>------------------------------------------------
*> Write the offset (the original's record with the
*> amount negated, re-keyed under the date the period
*> check settled and the next document number - a
*> re-dated offset keeps today's date in TM-Orig-Post-
*> Date as a re-dated posting does, any other carries
*> none of the original's), then re-read the original
*> by its key - which also puts the sweep back where
*> it was - and stamp it with the offset's number.
*> A reversed document gives up its business reference
*> so a corrected resend can post.
*>------------------------------------------------
    MOVE TM-Key        TO WS-Rev-Saved-TM-Key.
    MOVE TM-Doc-Number TO WS-Rev-Orig-Doc.
    MOVE TM-Post-Date  TO WS-Rev-Orig-Date.

    ADD 1 TO WS-Posting-Seq-Number.

    MOVE WS-Rev-Eff-Date       TO TM-Post-Date.
    IF  WS-Rev-Eff-Date NOT = WS-Rev-Date
        MOVE WS-Rev-Date       TO TM-Orig-Post-Date
    ELSE
        MOVE SPACE             TO TM-Orig-Post-Date
    END-IF.
    MOVE WS-Posting-Seq-Number TO TM-Doc-Number.
    MOVE WS-Rev-Run-ID         TO TM-Run-ID.
    COMPUTE TM-Amount = ZERO - TM-Amount.
    MOVE "R"                   TO TM-Entry-Type.
    MOVE WS-Rev-Orig-Doc       TO TM-Reverses-Doc.
    MOVE ZERO                  TO TM-Reversed-By-Doc.
*>  an offset is never an open item - it does not
*>  inherit the original's match group either.
    MOVE SPACE                 TO TM-Match-Id
                                  TM-Match-Status.

    WRITE Trans-Master-Record
        INVALID KEY
            DISPLAY WS-Pgm-ID " offset for document "
                    WS-Rev-Orig-Doc " not written - key in use"
              UPON CONSOLE
    END-WRITE.

    MOVE SPACE TO WS-Rev-Detail-Row.
    MOVE WS-Rev-Orig-Doc       TO WS-Rev-Det-Orig-Doc.
    MOVE WS-Rev-Orig-Date      TO WS-Rev-Det-Orig-Date.
    MOVE WS-Posting-Seq-Number TO WS-Rev-Det-New-Doc.
    MOVE TM-Amount             TO WS-Rev-Det-Amount.
    IF  WS-StatusPRG = "00"
        MOVE WS-Rev-Detail-Row TO Posting-Reg-Line
        WRITE Posting-Reg-Line
    END-IF.

    MOVE WS-Rev-Saved-TM-Key TO TM-Key.
    READ Trans-Master-File
        KEY IS TM-Key
        INVALID KEY
            DISPLAY WS-Pgm-ID " document " WS-Rev-Orig-Doc
                    " vanished mid-reversal" UPON CONSOLE
        NOT INVALID KEY
            MOVE WS-Posting-Seq-Number TO TM-Reversed-By-Doc
            REWRITE Trans-Master-Record
                INVALID KEY
                    DISPLAY WS-Pgm-ID " document " WS-Rev-Orig-Doc
                            " not marked reversed" UPON CONSOLE
            END-REWRITE
            IF  TM-Business-Ref NOT = SPACE
            AND WS-Posted-Ref-Open
                PERFORM 245-Release-Posted-Ref
            END-IF
    END-READ.

*>------------------------------------------------
245-Release-Posted-Ref.
*>------------------------------------------------
*> Only when the reference still points at this
*> document - a later posting that took it over keeps
*> it.
*>------------------------------------------------
    MOVE TM-Company      TO PR-Company.
    MOVE TM-Vendor-Code  TO PR-Vendor-Code.
    MOVE TM-Business-Ref TO PR-Reference.

    READ Posted-Ref-File
        KEY IS PR-Key
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF  PR-Doc-Number = WS-Rev-Orig-Doc
                DELETE Posted-Ref-File RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF
    END-READ.

*>------------------------------------------------
250-Open-Reversal-Register.
*>------------------------------------------------
*> Every reversal gets its own page, named for the
*> reversal's stamp, beside the posting registers in
*> this company's ./reports.
*>------------------------------------------------
    MOVE SPACE TO WS-Posting-Reg-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "reversal-register-" DELIMITED BY SIZE
           WS-Rev-Run-ID DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Posting-Reg-Path
    END-STRING.

    OPEN OUTPUT Posting-Reg-File.
    IF  WS-StatusPRG = "00"
        MOVE SPACE TO Posting-Reg-Line
        IF  WS-Rev-Company = SPACE
            STRING "REVERSAL REGISTER - " DELIMITED BY SIZE
                   WS-Rev-Date DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
        ELSE
            STRING "REVERSAL REGISTER - " DELIMITED BY SIZE
                   WS-Rev-Date DELIMITED BY SIZE
                   " - COMPANY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rev-Company) DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
        END-IF
        WRITE Posting-Reg-Line

        MOVE SPACE TO Posting-Reg-Line
        STRING "SOURCE FILE:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rev-Filename) DELIMITED BY SIZE
               "  (ARRIVED " DELIMITED BY SIZE
               II-Received-Date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               II-Received-Time DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line

        MOVE SPACE TO Posting-Reg-Line
        IF  WS-Rev-Post-Run-ID = SPACE
            MOVE "POSTED BY:     (run not recorded - matched by filename)"
              TO Posting-Reg-Line
        ELSE
            STRING "POSTED BY:     RUN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Rev-Post-Run-ID) DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-Rev-Post-Date DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
        END-IF
        WRITE Posting-Reg-Line

        MOVE SPACE TO Posting-Reg-Line
        STRING "REVERSED BY:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-Rev-Stamp DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rev-Run-ID) DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line

        MOVE SPACE TO Posting-Reg-Line
        STRING "REASON:        " DELIMITED BY SIZE
               WS-Rev-Reason DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line

        IF  WS-Rev-Eff-Date NOT = WS-Rev-Date
            MOVE SPACE TO Posting-Reg-Line
            STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                     DELIMITED BY SIZE
                   " IS CLOSED - OFFSETS RE-DATED TO " DELIMITED BY SIZE
                   WS-Rev-Eff-Date DELIMITED BY SIZE
                   " (PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Name(WS-Period-Open-Hit))
                     DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
            WRITE Posting-Reg-Line
        END-IF

        MOVE SPACE TO Posting-Reg-Line
        WRITE Posting-Reg-Line

        MOVE SPACE TO Posting-Reg-Line
        MOVE "ORIG DOC"     TO Posting-Reg-Line(1:8)
        MOVE "ORIG DATE"    TO Posting-Reg-Line(13:9)
        MOVE "OFFSET DOC"   TO Posting-Reg-Line(24:10)
        MOVE "OFFSET AMOUNT" TO Posting-Reg-Line(40:13)
        WRITE Posting-Reg-Line
    END-IF.

*>------------------------------------------------
255-Close-Reversal-Register.
*>------------------------------------------------
    IF  WS-StatusPRG = "00"
        MOVE SPACE TO Posting-Reg-Line
        WRITE Posting-Reg-Line

        COMPUTE WS-Rev-Amount = ZERO - WS-Rev-Amount
        MOVE WS-Rev-Amount    TO WS-Rev-Amount-Edit
        MOVE WS-Rev-Doc-Count TO WS-Rev-Count-Edit
        MOVE SPACE TO Posting-Reg-Line
        STRING "DOCUMENTS REVERSED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rev-Count-Edit) DELIMITED BY SIZE
               "   OFFSET TOTAL: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rev-Amount-Edit) DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line

        CLOSE Posting-Reg-File

        MOVE "REVERSAL" TO WS-Cat-Type
        MOVE WS-Rev-Date TO WS-Cat-Date
        MOVE WS-Rev-Company TO WS-Cat-Company
        MOVE WS-Rev-Doc-Count TO WS-Cat-Rows
        MOVE WS-Posting-Reg-Path TO WS-Cat-Path
        PERFORM 940-Register-Report
    END-IF.

*>------------------------------------------------
260-Mark-Index-Reversed.
*>------------------------------------------------
*> Re-read the arrival row by its saved key (the
*> reversal pass never touched the index) and flip it.
*>------------------------------------------------
    MOVE WS-II-Saved-Key TO II-Key.
    READ Intake-Index-File
        KEY IS II-Key
        INVALID KEY
            DISPLAY WS-Pgm-ID " index row vanished - not marked"
              UPON CONSOLE
        NOT INVALID KEY
            MOVE "REVERSED"   TO II-Disposition
            MOVE WS-OS-User   TO II-Reversal-User
            MOVE WS-Rev-Stamp TO II-Reversal-Stamp
            REWRITE Intake-Index-Record
                INVALID KEY
                    DISPLAY WS-Pgm-ID " index update failed"
                      UPON CONSOLE
            END-REWRITE
    END-READ.

*>------------------------------------------------
280-Write-Reversal-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per reversal, same
*> layout as PGM10's 250-Write-Reprocess-Audit, with
*> the reversal's own run ID so its offsets are a plain
*> match away.
*>------------------------------------------------
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
    MOVE WS-Rev-Run-ID TO WS-Run-Audit-Run-ID.

    MOVE WS-Rev-Doc-Count TO WS-Rev-Count-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "reversed " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rev-Count-Edit) DELIMITED BY SIZE
           " doc(s): " DELIMITED BY SIZE
           WS-Rev-Filename DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO WS-Run-Audit-Text.

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
END PROGRAM PGM40.
