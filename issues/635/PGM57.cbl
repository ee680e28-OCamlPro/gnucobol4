*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM57.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Item-level matching and open-item aging.
*> PGM16 balances paired feeds on their control
*> figures; this pairs the documents themselves.
*> Driven by ./reports/match-rules.cfg (company, the
*> settling vendor A, the settled vendor B, the record
*> column each carries the shared reference in, an
*> amount tolerance and a posting-date tolerance): for
*> every open side-A document in a company's
*> transaction master, the open side-B documents with
*> the same reference inside the date tolerance are
*> looked at - one whose amount agrees within the
*> tolerance is matched to it, or failing that all of
*> them together when their total agrees.  Each match
*> group takes the next match ID off the company's
*> ./reports/match-seq.dat, stamped on every document
*> in it (TM-Match-Id, TM-Match-Status "A"), with one
*> ./reports/match-ledger.dat row per document.  What
*> is left open is aged from its posting date to the
*> business date into the company's open-items-aging-
*> <date>.rpt (0-30/31-60/61-90/90+ days, by vendor).
*> Reversed documents, reversal offsets and opening
*> balances are never open items.  PGM58 force-matches
*> and writes off what the rules cannot.  Runs after
*> PGM15 in the nightly chain (a job-chain.cfg row adds
*> it - see PGM00B).
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
COPY "./copybooks/Match-Rule-Select.cpy".
COPY "./copybooks/Match-Seq-Select.cpy".
COPY "./copybooks/Match-Ledger-Select.cpy".
COPY "./copybooks/Aging-Rpt-Select.cpy".
COPY "./copybooks/Business-Date-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Match-Rule-FD.cpy".
COPY "./copybooks/Match-Seq-FD.cpy".
COPY "./copybooks/Match-Ledger-FD.cpy".
COPY "./copybooks/Aging-Rpt-FD.cpy".
COPY "./copybooks/Business-Date-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM57".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

*> the column split scratch (WS-Content-Col and friends)
*> the reference is read out of.
COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Match-Rule-WS.cpy".

COPY "./copybooks/Match-Seq-WS.cpy".

COPY "./copybooks/Match-Ledger-WS.cpy".

COPY "./copybooks/Aging-Rpt-WS.cpy".

COPY "./copybooks/Business-Date-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Match-Sweep-EOF          VALUE "Y".

01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.
01  WS-Mat-Aging-Date            PIC X(08) VALUE SPACE.
01  WS-Mat-Aging-Day             PIC 9(07) VALUE ZERO.

*> the open side-B documents of the rule in hand, loaded
*> on one pass of the company's master so each side-A
*> document can be tried against them all - an entry
*> given a match ID is written back to the master once
*> the side-A pass is over.
01  WS-Mcb-Table.
    05  WS-Mcb-Count             PIC 9(04) VALUE ZERO.
    05  WS-Mcb-Entry OCCURS 2000 TIMES
                       INDEXED BY WS-Mcb-Idx.
        10  WS-Mcb-Post-Date     PIC X(08).
        10  WS-Mcb-Doc-Number    PIC 9(09).
        10  WS-Mcb-Reference     PIC X(40).
        10  WS-Mcb-Amount        PIC S9(13)V9(02).
        10  WS-Mcb-Abs-Amount    PIC 9(13)V9(02).
        10  WS-Mcb-Day           PIC 9(07).
        10  WS-Mcb-Match-Id      PIC X(12).
01  WS-Mcb-Full-Sw               PIC X(01) VALUE "N".
    88  WS-Mcb-Full              VALUE "Y".

*> the rule and the document in hand.
01  WS-Mat-Rule-Hit              PIC 9(02) VALUE ZERO.
01  WS-Mat-Rule-Count            PIC 9(02) VALUE ZERO.
01  WS-Mat-Ref-Col               PIC 9(02) VALUE ZERO.
01  WS-Mat-Delim                 PIC X(01) VALUE "|".
01  WS-Mat-Work-Line             PIC X(200) VALUE SPACE.
01  WS-Mat-Reference             PIC X(40) VALUE SPACE.
01  WS-Mat-Abs-Amount            PIC 9(13)V9(02) VALUE ZERO.
01  WS-Mat-Day                   PIC 9(07) VALUE ZERO.
01  WS-Mat-Open-Sw               PIC X(01) VALUE "N".
    88  WS-Mat-Item-Open         VALUE "Y".

*> the candidates for one side-A document - how many
*> share its reference inside the date tolerance, what
*> they total, and the first whose own amount agrees.
01  WS-Mat-Cand-Count            PIC 9(04) VALUE ZERO.
01  WS-Mat-Cand-Sum              PIC 9(15)V9(02) VALUE ZERO.
01  WS-Mat-Single-Hit            PIC 9(04) VALUE ZERO.
01  WS-Mat-Amount-Diff           PIC S9(15)V9(02) VALUE ZERO.
01  WS-Mat-Day-Diff              PIC S9(07) VALUE ZERO.
01  WS-Mat-Group-Mode            PIC X(01) VALUE SPACE.
    88  WS-Mat-One-To-One        VALUE "1".
    88  WS-Mat-One-To-Many       VALUE "G".
01  WS-Mat-Cand-Ok-Sw            PIC X(01) VALUE "N".
    88  WS-Mat-Cand-Ok           VALUE "Y".

*> per-company tallies.
01  WS-Mat-Group-Count           PIC 9(05) VALUE ZERO.
01  WS-Mat-Item-Count            PIC 9(07) VALUE ZERO.
01  WS-Mat-Lost-Count            PIC 9(05) VALUE ZERO.
01  WS-Mat-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Mat-Count-Edit2           PIC Z(06)9 VALUE ZERO.
01  WS-Mat-Count-Edit3           PIC Z(06)9 VALUE ZERO.

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
*> in this system, so PGM00B can CALL PGM57 right
*> after PGM15 with the same variables on hand.  A
*> company whose match groups could not all be written
*> back ends the run with the WARNING return (4).
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    MOVE ZERO TO WS-Mat-Lost-Count.

    IF  WS-Mrl-Count = ZERO
        MOVE "match: no matching rules on file - nothing to match or age"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    ELSE
        PERFORM 055-Process-One-Company
          VARYING WS-Co-Idx FROM 1 BY 1
            UNTIL WS-Co-Idx > WS-Company-Count
    END-IF.

    IF  WS-Mat-Lost-Count > ZERO
        MOVE 4 TO WS-Return
        MOVE "PGM57 some match groups not written back - see log"
          TO WS-Return-Msg
    ELSE
        MOVE ZERO TO WS-Return
        MOVE "PGM57 completed successfully" TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM57 item matching and open-item aging complete"
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
*> 090-Init-Root-Path, so matching reads each
*> company's master exactly where posting wrote it.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    PERFORM 091-Load-Dir-Table.

    PERFORM 075-Load-Business-Date.

    PERFORM 080-Load-Match-Rules.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
075-Load-Business-Date.
*>------------------------------------------------
*> Same business-date control record as PGM16's
*> 075-Load-Business-Date - open items are aged to the
*> date the business is on, today's date when there is
*> no record.
*>------------------------------------------------
    MOVE SPACE TO WS-Business-Date-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/business-date.dat" DELIMITED BY SIZE
      INTO WS-Business-Date-Path
    END-STRING.

    MOVE SPACE TO WS-Biz-Date.

    OPEN INPUT Business-Date-File.
    IF  WS-StatusBDT = "00"
        READ Business-Date-File
            AT END
                CONTINUE
            NOT AT END
                IF  BD-Date IS NUMERIC
                    MOVE BD-Date TO WS-Biz-Date
                END-IF
        END-READ
        CLOSE Business-Date-File
    END-IF.

    IF  WS-Biz-Date = SPACE
        ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT
        MOVE CDT-Date TO WS-Mat-Aging-Date
    ELSE
        MOVE WS-Biz-Date TO WS-Mat-Aging-Date
    END-IF.

    MOVE FUNCTION NUMVAL(WS-Mat-Aging-Date) TO WS-Biz-Date-Num.
    COMPUTE WS-Mat-Aging-Day =
        FUNCTION INTEGER-OF-DATE(WS-Biz-Date-Num).

*>------------------------------------------------
080-Load-Match-Rules.
*>------------------------------------------------
*> Load the rule table from the base ./reports/match-
*> rules.cfg, in file order.  A row naming the same
*> vendor on both sides, or missing either, is never
*> loaded - PGM44 reports it.  No file means no rules.
*>------------------------------------------------
    MOVE SPACE TO WS-Match-Rule-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/match-rules.cfg" DELIMITED BY SIZE
      INTO WS-Match-Rule-Path
    END-STRING.

    MOVE ZERO TO WS-Mrl-Count.

    MOVE "N" TO WS-EOF-MRL.
    OPEN INPUT Match-Rule-File.
    IF  WS-StatusMRL = "00"
        PERFORM 081-Read-Match-Rule-Row
          UNTIL Match-Rule-EOF
        CLOSE Match-Rule-File
    END-IF.

*>------------------------------------------------
081-Read-Match-Rule-Row.
*>------------------------------------------------
    READ Match-Rule-File
        AT END
            MOVE "Y" TO WS-EOF-MRL
        NOT AT END
            IF  MR-Vendor-A NOT = SPACE
            AND MR-Vendor-B NOT = SPACE
            AND FUNCTION UPPER-CASE(MR-Vendor-A)
                NOT = FUNCTION UPPER-CASE(MR-Vendor-B)
            AND WS-Mrl-Count < 20
                ADD 1 TO WS-Mrl-Count
                SET WS-Mrl-Idx TO WS-Mrl-Count
                MOVE FUNCTION UPPER-CASE(MR-Company)
                                   TO WS-Mrl-Company(WS-Mrl-Idx)
                MOVE FUNCTION UPPER-CASE(MR-Vendor-A)
                                   TO WS-Mrl-Vendor-A(WS-Mrl-Idx)
                MOVE FUNCTION UPPER-CASE(MR-Vendor-B)
                                   TO WS-Mrl-Vendor-B(WS-Mrl-Idx)
                IF  MR-Ref-Col-A IS NUMERIC
                    MOVE MR-Ref-Col-A TO WS-Mrl-Ref-Col-A(WS-Mrl-Idx)
                ELSE
                    MOVE ZERO         TO WS-Mrl-Ref-Col-A(WS-Mrl-Idx)
                END-IF
                IF  MR-Ref-Col-B IS NUMERIC
                    MOVE MR-Ref-Col-B TO WS-Mrl-Ref-Col-B(WS-Mrl-Idx)
                ELSE
                    MOVE ZERO         TO WS-Mrl-Ref-Col-B(WS-Mrl-Idx)
                END-IF
                IF  MR-Amount-Tol IS NUMERIC
                    MOVE MR-Amount-Tol TO WS-Mrl-Amount-Tol(WS-Mrl-Idx)
                ELSE
                    MOVE ZERO          TO WS-Mrl-Amount-Tol(WS-Mrl-Idx)
                END-IF
                IF  MR-Date-Tol IS NUMERIC
                    MOVE MR-Date-Tol  TO WS-Mrl-Date-Tol(WS-Mrl-Idx)
                ELSE
                    MOVE ZERO         TO WS-Mrl-Date-Tol(WS-Mrl-Idx)
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
        MOVE "PGM57 item matching and open-item aging begin job"
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
*> PGM15's 055-Process-One-Company does, then match
*> this company's open items and age what is left.
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

    PERFORM 200-Match-Company
      THRU 200-Match-Exit.

    IF  WS-Mat-Rule-Count > ZERO
        PERFORM 400-Age-Open-Items
          THRU 400-Age-Exit
    END-IF.

*>------------------------------------------------
200-Match-Company.
*>------------------------------------------------
*> Every rule for this company (or for every company)
*> in table order against the company's master, opened
*> I-O for the whole pass; the match sequence is read
*> once and saved once.
*>------------------------------------------------
    MOVE ZERO TO WS-Mat-Rule-Count
                 WS-Mat-Group-Count
                 WS-Mat-Item-Count.

    PERFORM 201-Count-One-Rule
      VARYING WS-Mrl-Idx FROM 1 BY 1
        UNTIL WS-Mrl-Idx > WS-Mrl-Count.

    IF  WS-Mat-Rule-Count = ZERO
        GO TO 200-Match-Exit
    END-IF.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Match-Seq-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "match-seq.dat" DELIMITED BY SIZE
      INTO WS-Match-Seq-Path
    END-STRING.

    MOVE SPACE TO WS-Match-Ledger-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "match-ledger.dat" DELIMITED BY SIZE
      INTO WS-Match-Ledger-Path
    END-STRING.

    OPEN I-O Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
*>      no master yet means PGM15 has never posted
*>      here - nothing to match.
        GO TO 200-Match-Exit
    END-IF.

    PERFORM 205-Read-Match-Seq.

    MOVE "N" TO WS-Match-Ledger-Open-Sw.
    OPEN EXTEND Match-Ledger-File.
    IF  WS-StatusMLG NOT = "00"
        OPEN OUTPUT Match-Ledger-File
    END-IF.
    IF  WS-StatusMLG = "00"
        MOVE "Y" TO WS-Match-Ledger-Open-Sw
    END-IF.

    PERFORM 210-Apply-One-Rule
      THRU 210-Apply-Exit
      VARYING WS-Mrl-Idx FROM 1 BY 1
        UNTIL WS-Mrl-Idx > WS-Mrl-Count.

    PERFORM 270-Save-Match-Seq.

    IF  WS-Match-Ledger-Open
        MOVE "N" TO WS-Match-Ledger-Open-Sw
        CLOSE Match-Ledger-File
    END-IF.

    CLOSE Trans-Master-File.

    MOVE WS-Mat-Group-Count TO WS-Mat-Count-Edit.
    MOVE WS-Mat-Item-Count  TO WS-Mat-Count-Edit2.
    MOVE SPACE TO WS-MSG.
    STRING "match " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mat-Count-Edit) DELIMITED BY SIZE
           " group(s), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mat-Count-Edit2) DELIMITED BY SIZE
           " document(s) matched" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
200-Match-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
201-Count-One-Rule.
*>------------------------------------------------
    IF  WS-Mrl-Company(WS-Mrl-Idx) = SPACE
    OR  WS-Mrl-Company(WS-Mrl-Idx) = WS-Company-Code(WS-Co-Idx)
        ADD 1 TO WS-Mat-Rule-Count
    END-IF.

*>------------------------------------------------
205-Read-Match-Seq.
*>------------------------------------------------
*> Same read-once idiom as PGM40's 205-Read-Posting-
*> Seq.
*>------------------------------------------------
    MOVE ZERO TO WS-Match-Seq-Number.

    OPEN INPUT Match-Seq-File.
    IF  WS-StatusMSQ = "00"
        READ Match-Seq-File
            AT END
                CONTINUE
            NOT AT END
                IF  MQ-Last-Number IS NUMERIC
                    MOVE MQ-Last-Number TO WS-Match-Seq-Number
                END-IF
        END-READ
        CLOSE Match-Seq-File
    END-IF.

*>------------------------------------------------
270-Save-Match-Seq.
*>------------------------------------------------
    OPEN OUTPUT Match-Seq-File.
    IF  WS-StatusMSQ = "00"
        MOVE WS-Match-Seq-Number TO MQ-Last-Number
        WRITE Match-Seq-Line
        CLOSE Match-Seq-File
    END-IF.

*>------------------------------------------------
210-Apply-One-Rule.
*>------------------------------------------------
*> One rule: the open side-B documents into the
*> candidate table, one pass over the side-A documents
*> matching each against them, then the candidates
*> that went into a group written back.
*>------------------------------------------------
    IF  WS-Mrl-Company(WS-Mrl-Idx) NOT = SPACE
    AND WS-Mrl-Company(WS-Mrl-Idx) NOT = WS-Company-Code(WS-Co-Idx)
        GO TO 210-Apply-Exit
    END-IF.

    SET WS-Mat-Rule-Hit TO WS-Mrl-Idx.

    MOVE ZERO TO WS-Mcb-Count.
    MOVE "N" TO WS-Mcb-Full-Sw.

    PERFORM 215-Start-Company-Sweep.
    PERFORM 220-Load-One-Side-B
      UNTIL Match-Sweep-EOF.

    IF  WS-Mcb-Full
        MOVE SPACE TO WS-MSG
        STRING "match " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
               ": over 2000 open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Mrl-Vendor-B(WS-Mat-Rule-Hit))
                 DELIMITED BY SIZE
               " items - the rest wait for the next run" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Warning TO TRUE
        MOVE "210-APPLY-ONE-RULE" TO WS-Log-Source-Para
        MOVE 9147 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
    END-IF.

    IF  WS-Mcb-Count = ZERO
        GO TO 210-Apply-Exit
    END-IF.

    PERFORM 215-Start-Company-Sweep.
    PERFORM 230-Match-One-Side-A
      UNTIL Match-Sweep-EOF.

    PERFORM 250-Write-Back-Side-B
      VARYING WS-Mcb-Idx FROM 1 BY 1
        UNTIL WS-Mcb-Idx > WS-Mcb-Count.

*>------------------------------------------------
210-Apply-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
215-Start-Company-Sweep.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE LOW-VALUES TO TM-Post-Date.
    MOVE ZERO TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

*>------------------------------------------------
216-Check-Open-Item.
*>------------------------------------------------
*> An open item: not in a match group, not written
*> off, money on it, and neither a reversal offset, a
*> reversed original nor an opening balance.
*>------------------------------------------------
    MOVE "N" TO WS-Mat-Open-Sw.

    IF  TM-Reversed-By-Doc NOT NUMERIC
        MOVE ZERO TO TM-Reversed-By-Doc
    END-IF.

    IF  TM-Match-Status = SPACE
    AND TM-Amount NOT = ZERO
    AND TM-Post-Date IS NUMERIC
    AND NOT TM-Is-Reversal
    AND NOT TM-Is-Opening
    AND TM-Reversed-By-Doc = ZERO
        MOVE "Y" TO WS-Mat-Open-Sw
    END-IF.

*>------------------------------------------------
217-Extract-Reference.
*>------------------------------------------------
*> The reference off column WS-Mat-Ref-Col of the
*> document in hand - the business reference itself
*> for column zero, otherwise the record split on its
*> own delimiter the way PGM39's 222-Find-GL-Map
*> splits it, quotes stripped and upper-cased.
*>------------------------------------------------
    MOVE SPACE TO WS-Mat-Reference.

    IF  WS-Mat-Ref-Col = ZERO
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TM-Business-Ref))
          TO WS-Mat-Reference
    ELSE
        IF  WS-Mat-Ref-Col <= 20
            MOVE TM-Delimiter TO WS-Mat-Delim
            IF  WS-Mat-Delim = SPACE
                MOVE "|" TO WS-Mat-Delim
            END-IF

            MOVE TM-Record-Data TO WS-Mat-Work-Line
            MOVE SPACE TO WS-Content-Col-Table
            MOVE ZERO  TO WS-Content-Col-Count
            UNSTRING WS-Mat-Work-Line
                DELIMITED BY WS-Mat-Delim
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
            END-UNSTRING

            MOVE WS-Content-Col(WS-Mat-Ref-Col) TO WS-Content-Value
            PERFORM 218-Strip-Value-Quotes
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Content-Value))
              TO WS-Mat-Reference
        END-IF
    END-IF.

*>------------------------------------------------
218-Strip-Value-Quotes.
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
220-Load-One-Side-B.
*>------------------------------------------------
*> Open side-B documents with a reference go into the
*> candidate table; one without a reference can never
*> match and is left for the aging report.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  FUNCTION UPPER-CASE(TM-Vendor-Code)
                  = WS-Mrl-Vendor-B(WS-Mat-Rule-Hit)
                    PERFORM 216-Check-Open-Item
                    IF  WS-Mat-Item-Open
                        PERFORM 221-Hold-Side-B
                          THRU 221-Hold-Exit
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
221-Hold-Side-B.
*>------------------------------------------------
    MOVE WS-Mrl-Ref-Col-B(WS-Mat-Rule-Hit) TO WS-Mat-Ref-Col.
    PERFORM 217-Extract-Reference.
    IF  WS-Mat-Reference = SPACE
        GO TO 221-Hold-Exit
    END-IF.

    IF  WS-Mcb-Count >= 2000
        MOVE "Y" TO WS-Mcb-Full-Sw
        GO TO 221-Hold-Exit
    END-IF.

    ADD 1 TO WS-Mcb-Count.
    SET WS-Mcb-Idx TO WS-Mcb-Count.
    MOVE TM-Post-Date     TO WS-Mcb-Post-Date(WS-Mcb-Idx).
    MOVE TM-Doc-Number    TO WS-Mcb-Doc-Number(WS-Mcb-Idx).
    MOVE WS-Mat-Reference TO WS-Mcb-Reference(WS-Mcb-Idx).
    MOVE TM-Amount        TO WS-Mcb-Amount(WS-Mcb-Idx).
    IF  TM-Amount < ZERO
        COMPUTE WS-Mcb-Abs-Amount(WS-Mcb-Idx) = ZERO - TM-Amount
    ELSE
        MOVE TM-Amount TO WS-Mcb-Abs-Amount(WS-Mcb-Idx)
    END-IF.
    COMPUTE WS-Mcb-Day(WS-Mcb-Idx) =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TM-Post-Date)).
    MOVE SPACE TO WS-Mcb-Match-Id(WS-Mcb-Idx).

*>------------------------------------------------
221-Hold-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
230-Match-One-Side-A.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  FUNCTION UPPER-CASE(TM-Vendor-Code)
                  = WS-Mrl-Vendor-A(WS-Mat-Rule-Hit)
                    PERFORM 216-Check-Open-Item
                    IF  WS-Mat-Item-Open
                        PERFORM 231-Try-Side-A
                          THRU 231-Try-Exit
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
231-Try-Side-A.
*>------------------------------------------------
*> One side-B candidate whose amount agrees within the
*> tolerance wins (the earliest posted, as the table is
*> in key order); failing that, every candidate sharing
*> the reference goes in together when their total
*> agrees - one settlement line paying several
*> invoices.  Nothing else is guessed at.
*>------------------------------------------------
    MOVE WS-Mrl-Ref-Col-A(WS-Mat-Rule-Hit) TO WS-Mat-Ref-Col.
    PERFORM 217-Extract-Reference.
    IF  WS-Mat-Reference = SPACE
        GO TO 231-Try-Exit
    END-IF.

    IF  TM-Amount < ZERO
        COMPUTE WS-Mat-Abs-Amount = ZERO - TM-Amount
    ELSE
        MOVE TM-Amount TO WS-Mat-Abs-Amount
    END-IF.
    COMPUTE WS-Mat-Day =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TM-Post-Date)).

    MOVE ZERO TO WS-Mat-Cand-Count
                 WS-Mat-Cand-Sum
                 WS-Mat-Single-Hit.
    MOVE SPACE TO WS-Mat-Group-Mode.

    PERFORM 232-Try-One-Candidate
      VARYING WS-Mcb-Idx FROM 1 BY 1
        UNTIL WS-Mcb-Idx > WS-Mcb-Count.

    IF  WS-Mat-Single-Hit > ZERO
        SET WS-Mat-One-To-One TO TRUE
    ELSE
        IF  WS-Mat-Cand-Count > 1
            COMPUTE WS-Mat-Amount-Diff =
                WS-Mat-Cand-Sum - WS-Mat-Abs-Amount
            IF  WS-Mat-Amount-Diff < ZERO
                COMPUTE WS-Mat-Amount-Diff = ZERO - WS-Mat-Amount-Diff
            END-IF
            IF  WS-Mat-Amount-Diff <= WS-Mrl-Amount-Tol(WS-Mat-Rule-Hit)
                SET WS-Mat-One-To-Many TO TRUE
            END-IF
        END-IF
    END-IF.

    IF  WS-Mat-Group-Mode = SPACE
        GO TO 231-Try-Exit
    END-IF.

*>  the side-A document takes the group's ID first -
*>  when that fails nothing is claimed from side B.
    ADD 1 TO WS-Match-Seq-Number.
    MOVE WS-Match-Seq-Number TO WS-Match-Id-Number.

    MOVE WS-Match-Id-New TO TM-Match-Id.
    MOVE "A"             TO TM-Match-Status.
    REWRITE Trans-Master-Record
        INVALID KEY
            PERFORM 236-Note-Lost-Write
            GO TO 231-Try-Exit
    END-REWRITE.

    ADD 1 TO WS-Mat-Group-Count.
    ADD 1 TO WS-Mat-Item-Count.

    MOVE TM-Post-Date     TO ML-Post-Date.
    MOVE TM-Doc-Number    TO ML-Doc-Number.
    MOVE TM-Vendor-Code   TO ML-Vendor-Code.
    MOVE WS-Mat-Reference TO ML-Reference.
    MOVE TM-Amount        TO ML-Amount.
    PERFORM 240-Write-Ledger-Row.

    IF  WS-Mat-One-To-One
        SET WS-Mcb-Idx TO WS-Mat-Single-Hit
        PERFORM 234-Claim-Candidate
    ELSE
        PERFORM 233-Claim-Group-Candidate
          VARYING WS-Mcb-Idx FROM 1 BY 1
            UNTIL WS-Mcb-Idx > WS-Mcb-Count
    END-IF.

*>------------------------------------------------
231-Try-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
232-Try-One-Candidate.
*>------------------------------------------------
    PERFORM 235-Check-Candidate.
    IF  WS-Mat-Cand-Ok
        ADD 1 TO WS-Mat-Cand-Count
        ADD WS-Mcb-Abs-Amount(WS-Mcb-Idx) TO WS-Mat-Cand-Sum

        IF  WS-Mat-Single-Hit = ZERO
            COMPUTE WS-Mat-Amount-Diff =
                WS-Mcb-Abs-Amount(WS-Mcb-Idx) - WS-Mat-Abs-Amount
            IF  WS-Mat-Amount-Diff < ZERO
                COMPUTE WS-Mat-Amount-Diff = ZERO - WS-Mat-Amount-Diff
            END-IF
            IF  WS-Mat-Amount-Diff <= WS-Mrl-Amount-Tol(WS-Mat-Rule-Hit)
                SET WS-Mat-Single-Hit TO WS-Mcb-Idx
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
233-Claim-Group-Candidate.
*>------------------------------------------------
    PERFORM 235-Check-Candidate.
    IF  WS-Mat-Cand-Ok
        PERFORM 234-Claim-Candidate
    END-IF.

*>------------------------------------------------
234-Claim-Candidate.
*>------------------------------------------------
    MOVE WS-Match-Id-New TO WS-Mcb-Match-Id(WS-Mcb-Idx).
    ADD 1 TO WS-Mat-Item-Count.

    MOVE WS-Mcb-Post-Date(WS-Mcb-Idx)  TO ML-Post-Date.
    MOVE WS-Mcb-Doc-Number(WS-Mcb-Idx) TO ML-Doc-Number.
    MOVE WS-Mrl-Vendor-B(WS-Mat-Rule-Hit) TO ML-Vendor-Code.
    MOVE WS-Mcb-Reference(WS-Mcb-Idx)  TO ML-Reference.
    MOVE WS-Mcb-Amount(WS-Mcb-Idx)     TO ML-Amount.
    PERFORM 240-Write-Ledger-Row.

*>------------------------------------------------
235-Check-Candidate.
*>------------------------------------------------
*> Still unclaimed, same reference, posted within the
*> rule's day tolerance either side.
*>------------------------------------------------
    MOVE "N" TO WS-Mat-Cand-Ok-Sw.

    IF  WS-Mcb-Match-Id(WS-Mcb-Idx) = SPACE
    AND WS-Mcb-Reference(WS-Mcb-Idx) = WS-Mat-Reference
        COMPUTE WS-Mat-Day-Diff = WS-Mcb-Day(WS-Mcb-Idx) - WS-Mat-Day
        IF  WS-Mat-Day-Diff < ZERO
            COMPUTE WS-Mat-Day-Diff = ZERO - WS-Mat-Day-Diff
        END-IF
        IF  WS-Mat-Day-Diff <= WS-Mrl-Date-Tol(WS-Mat-Rule-Hit)
            MOVE "Y" TO WS-Mat-Cand-Ok-Sw
        END-IF
    END-IF.

*>------------------------------------------------
236-Note-Lost-Write.
*>------------------------------------------------
    ADD 1 TO WS-Mat-Lost-Count.

    MOVE SPACE TO WS-MSG.
    STRING "match " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
           ": document " DELIMITED BY SIZE
           TM-Doc-Number DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           TM-Post-Date DELIMITED BY SIZE
           " not written back to the master" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "236-NOTE-LOST-WRITE" TO WS-Log-Source-Para.
    MOVE 9146 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
240-Write-Ledger-Row.
*>------------------------------------------------
*> ML- document fields are staged by the caller.
*>------------------------------------------------
    IF  WS-Match-Ledger-Open
        PERFORM 395-Stamp-Now
        MOVE WS-Stamp-Now    TO ML-Stamp
        MOVE WS-Match-Id-New TO ML-Match-Id
        MOVE "AUTO"          TO ML-Action
        MOVE WS-Mat-Rule-Hit TO ML-Rule-No
        MOVE WS-Pgm-ID       TO ML-User
        MOVE SPACE           TO ML-Reason
        WRITE Match-Ledger-Line
    END-IF.

*>------------------------------------------------
250-Write-Back-Side-B.
*>------------------------------------------------
*> A claimed candidate is re-read by its key and only
*> stamped when it is still open - the side-A pass
*> never touches side-B documents, so this only fails
*> when someone else got there first.
*>------------------------------------------------
    IF  WS-Mcb-Match-Id(WS-Mcb-Idx) = SPACE
        CONTINUE
    ELSE
        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Company-Code(WS-Co-Idx)    TO TM-Company
        MOVE WS-Mcb-Post-Date(WS-Mcb-Idx)  TO TM-Post-Date
        MOVE WS-Mcb-Doc-Number(WS-Mcb-Idx) TO TM-Doc-Number
        READ Trans-Master-File
            KEY IS TM-Key
            INVALID KEY
                PERFORM 236-Note-Lost-Write
            NOT INVALID KEY
                IF  TM-Match-Status NOT = SPACE
                    PERFORM 236-Note-Lost-Write
                ELSE
                    MOVE WS-Mcb-Match-Id(WS-Mcb-Idx) TO TM-Match-Id
                    MOVE "A" TO TM-Match-Status
                    REWRITE Trans-Master-Record
                        INVALID KEY
                            PERFORM 236-Note-Lost-Write
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

*>------------------------------------------------
400-Age-Open-Items.
*>------------------------------------------------
*> Every open document of a vendor on either side of
*> one of this company's rules, aged from its posting
*> date to the business date.  The report is written
*> every pass, so "nothing open" is on paper too.
*>------------------------------------------------
    MOVE SPACE TO WS-Aging-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "open-items-aging-" DELIMITED BY SIZE
           WS-Mat-Aging-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Aging-Rpt-Path
    END-STRING.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
        GO TO 400-Age-Exit
    END-IF.

    OPEN OUTPUT Aging-Rpt-File.
    IF  WS-StatusAGR NOT = "00"
        CLOSE Trans-Master-File
        MOVE SPACE TO WS-MSG
        STRING "match: unable to open the aging report for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "400-AGE-OPEN-ITEMS" TO WS-Log-Source-Para
        MOVE 9146 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
        GO TO 400-Age-Exit
    END-IF.

    MOVE ZERO TO WS-Agv-Count
                 WS-Aging-Open-Count.
    PERFORM 401-Clear-Company-Bucket
      VARYING WS-Aging-Bkt-Idx FROM 1 BY 1
        UNTIL WS-Aging-Bkt-Idx > 4.

    MOVE SPACE TO Aging-Rpt-Line.
    IF  WS-Company-Code(WS-Co-Idx) = SPACE
        STRING "OPEN ITEM AGING - " DELIMITED BY SIZE
               WS-Mat-Aging-Date DELIMITED BY SIZE
          INTO Aging-Rpt-Line
        END-STRING
    ELSE
        STRING "OPEN ITEM AGING - " DELIMITED BY SIZE
               WS-Mat-Aging-Date DELIMITED BY SIZE
               " - COMPANY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO Aging-Rpt-Line
        END-STRING
    END-IF.
    WRITE Aging-Rpt-Line.

    MOVE SPACE TO Aging-Rpt-Line.
    STRING "DAYS FROM POSTING DATE TO BUSINESS DATE " DELIMITED BY SIZE
           WS-Mat-Aging-Date DELIMITED BY SIZE
      INTO Aging-Rpt-Line
    END-STRING.
    WRITE Aging-Rpt-Line.

    MOVE SPACE TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

    MOVE SPACE TO Aging-Rpt-Line.
    MOVE "DOCUMENT"   TO Aging-Rpt-Line(1:8).
    MOVE "POSTED"     TO Aging-Rpt-Line(12:6).
    MOVE "VENDOR"     TO Aging-Rpt-Line(22:6).
    MOVE "REFERENCE"  TO Aging-Rpt-Line(34:9).
    MOVE "AMOUNT"     TO Aging-Rpt-Line(76:6).
    MOVE "AGE"        TO Aging-Rpt-Line(86:3).
    MOVE "BUCKET"     TO Aging-Rpt-Line(91:6).
    WRITE Aging-Rpt-Line.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE LOW-VALUES TO TM-Post-Date.
    MOVE ZERO TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 410-Age-One-Row
      UNTIL Match-Sweep-EOF.

    CLOSE Trans-Master-File.

    PERFORM 430-Write-Aging-Summary.

    CLOSE Aging-Rpt-File.

    MOVE "AGING" TO WS-Cat-Type.
    MOVE WS-Mat-Aging-Date TO WS-Cat-Date.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company.
    MOVE WS-Aging-Open-Count TO WS-Cat-Rows.
    MOVE WS-Aging-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

    MOVE WS-Aging-Open-Count TO WS-Mat-Count-Edit.
    MOVE WS-Agt-Bkt-Count(4) TO WS-Mat-Count-Edit3.
    MOVE SPACE TO WS-MSG.
    STRING "aging " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mat-Count-Edit) DELIMITED BY SIZE
           " open item(s), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mat-Count-Edit3) DELIMITED BY SIZE
           " over 90 days" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
400-Age-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
401-Clear-Company-Bucket.
*>------------------------------------------------
    MOVE ZERO TO WS-Agt-Bkt-Count(WS-Aging-Bkt-Idx)
                 WS-Agt-Bkt-Amount(WS-Aging-Bkt-Idx).

*>------------------------------------------------
410-Age-One-Row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                PERFORM 216-Check-Open-Item
                IF  WS-Mat-Item-Open
                    MOVE "N" TO WS-Mat-Cand-Ok-Sw
                    PERFORM 411-Check-Rule-Vendor
                      VARYING WS-Mrl-Idx FROM 1 BY 1
                        UNTIL WS-Mrl-Idx > WS-Mrl-Count
                           OR WS-Mat-Cand-Ok
                    IF  WS-Mat-Cand-Ok
                        PERFORM 420-Age-One-Item
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
411-Check-Rule-Vendor.
*>------------------------------------------------
    IF  (WS-Mrl-Company(WS-Mrl-Idx) = SPACE
      OR WS-Mrl-Company(WS-Mrl-Idx) = WS-Company-Code(WS-Co-Idx))
    AND (WS-Mrl-Vendor-A(WS-Mrl-Idx) = FUNCTION UPPER-CASE(TM-Vendor-Code)
      OR WS-Mrl-Vendor-B(WS-Mrl-Idx) = FUNCTION UPPER-CASE(TM-Vendor-Code))
        MOVE "Y" TO WS-Mat-Cand-Ok-Sw
        SET WS-Mat-Rule-Hit TO WS-Mrl-Idx
    END-IF.

*>------------------------------------------------
420-Age-One-Item.
*>------------------------------------------------
*> The detail line, then the item's bucket added to
*> its vendor's row and the company total.  The
*> reference shown is the one its rule reads.
*>------------------------------------------------
    COMPUTE WS-Aging-Age-Days =
        WS-Mat-Aging-Day
      - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TM-Post-Date)).
    IF  WS-Aging-Age-Days < ZERO
        MOVE ZERO TO WS-Aging-Age-Days
    END-IF.

    EVALUATE TRUE
        WHEN WS-Aging-Age-Days <= 30
            MOVE 1 TO WS-Aging-Bkt-No
        WHEN WS-Aging-Age-Days <= 60
            MOVE 2 TO WS-Aging-Bkt-No
        WHEN WS-Aging-Age-Days <= 90
            MOVE 3 TO WS-Aging-Bkt-No
        WHEN OTHER
            MOVE 4 TO WS-Aging-Bkt-No
    END-EVALUATE.

    IF  WS-Mrl-Vendor-A(WS-Mat-Rule-Hit) = FUNCTION UPPER-CASE(TM-Vendor-Code)
        MOVE WS-Mrl-Ref-Col-A(WS-Mat-Rule-Hit) TO WS-Mat-Ref-Col
    ELSE
        MOVE WS-Mrl-Ref-Col-B(WS-Mat-Rule-Hit) TO WS-Mat-Ref-Col
    END-IF.
    PERFORM 217-Extract-Reference.

    ADD 1 TO WS-Aging-Open-Count.

    MOVE SPACE TO WS-Aging-Detail-Row.
    MOVE TM-Doc-Number     TO WS-Agd-Doc-Number.
    MOVE TM-Post-Date      TO WS-Agd-Post-Date.
    MOVE TM-Vendor-Code    TO WS-Agd-Vendor.
    MOVE WS-Mat-Reference  TO WS-Agd-Reference.
    MOVE TM-Amount         TO WS-Agd-Amount.
    MOVE WS-Aging-Age-Days TO WS-Agd-Age.
    MOVE WS-Aging-Bucket-Name(WS-Aging-Bkt-No) TO WS-Agd-Bucket.
    MOVE WS-Aging-Detail-Row TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

    MOVE ZERO TO WS-Aging-Vendor-Hit.
    PERFORM 421-Find-Aging-Vendor
      VARYING WS-Agv-Idx FROM 1 BY 1
        UNTIL WS-Agv-Idx > WS-Agv-Count
           OR WS-Aging-Vendor-Hit > ZERO.

    IF  WS-Aging-Vendor-Hit = ZERO
    AND WS-Agv-Count < 40
        ADD 1 TO WS-Agv-Count
        MOVE WS-Agv-Count TO WS-Aging-Vendor-Hit
        MOVE TM-Vendor-Code TO WS-Agv-Vendor(WS-Aging-Vendor-Hit)
        PERFORM 422-Clear-Vendor-Bucket
          VARYING WS-Aging-Bkt-Idx FROM 1 BY 1
            UNTIL WS-Aging-Bkt-Idx > 4
    END-IF.

    IF  WS-Aging-Vendor-Hit > ZERO
        ADD 1 TO WS-Agv-Bkt-Count(WS-Aging-Vendor-Hit, WS-Aging-Bkt-No)
        ADD TM-Amount
          TO WS-Agv-Bkt-Amount(WS-Aging-Vendor-Hit, WS-Aging-Bkt-No)
    END-IF.

    ADD 1         TO WS-Agt-Bkt-Count(WS-Aging-Bkt-No).
    ADD TM-Amount TO WS-Agt-Bkt-Amount(WS-Aging-Bkt-No).

*>------------------------------------------------
421-Find-Aging-Vendor.
*>------------------------------------------------
    IF  WS-Agv-Vendor(WS-Agv-Idx) = TM-Vendor-Code
        SET WS-Aging-Vendor-Hit TO WS-Agv-Idx
    END-IF.

*>------------------------------------------------
422-Clear-Vendor-Bucket.
*>------------------------------------------------
    MOVE ZERO TO WS-Agv-Bkt-Count(WS-Aging-Vendor-Hit, WS-Aging-Bkt-Idx)
                 WS-Agv-Bkt-Amount(WS-Aging-Vendor-Hit, WS-Aging-Bkt-Idx).

*>------------------------------------------------
430-Write-Aging-Summary.
*>------------------------------------------------
*> Count and amount per bucket for each vendor, then
*> the company, then the item count.
*>------------------------------------------------
    MOVE SPACE TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

    MOVE SPACE TO Aging-Rpt-Line.
    MOVE "VENDOR"       TO Aging-Rpt-Line(1:6).
    MOVE "0-30 DAYS"    TO Aging-Rpt-Line(22:9).
    MOVE "31-60 DAYS"   TO Aging-Rpt-Line(45:10).
    MOVE "61-90 DAYS"   TO Aging-Rpt-Line(69:10).
    MOVE "OVER 90 DAYS" TO Aging-Rpt-Line(91:12).
    MOVE "TOTAL"        TO Aging-Rpt-Line(122:5).
    WRITE Aging-Rpt-Line.

    PERFORM 431-Write-Vendor-Summary
      VARYING WS-Agv-Idx FROM 1 BY 1
        UNTIL WS-Agv-Idx > WS-Agv-Count.

    MOVE SPACE TO WS-Aging-Summary-Row.
    MOVE "ALL"  TO WS-Ags-Vendor.
    MOVE ZERO TO WS-Aging-Row-Total.
    PERFORM 433-Fill-Company-Bucket
      VARYING WS-Aging-Bkt-Idx FROM 1 BY 1
        UNTIL WS-Aging-Bkt-Idx > 4.
    MOVE WS-Aging-Row-Total TO WS-Ags-Total.
    MOVE WS-Aging-Summary-Row TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

    MOVE SPACE TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

    MOVE WS-Aging-Open-Count TO WS-Mat-Count-Edit.
    MOVE SPACE TO Aging-Rpt-Line.
    STRING "OPEN ITEMS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mat-Count-Edit) DELIMITED BY SIZE
      INTO Aging-Rpt-Line
    END-STRING.
    WRITE Aging-Rpt-Line.

*>------------------------------------------------
431-Write-Vendor-Summary.
*>------------------------------------------------
    MOVE SPACE TO WS-Aging-Summary-Row.
    MOVE WS-Agv-Vendor(WS-Agv-Idx) TO WS-Ags-Vendor.
    MOVE ZERO TO WS-Aging-Row-Total.
    PERFORM 432-Fill-Vendor-Bucket
      VARYING WS-Aging-Bkt-Idx FROM 1 BY 1
        UNTIL WS-Aging-Bkt-Idx > 4.
    MOVE WS-Aging-Row-Total TO WS-Ags-Total.
    MOVE WS-Aging-Summary-Row TO Aging-Rpt-Line.
    WRITE Aging-Rpt-Line.

*>------------------------------------------------
432-Fill-Vendor-Bucket.
*>------------------------------------------------
    MOVE WS-Agv-Bkt-Count(WS-Agv-Idx, WS-Aging-Bkt-Idx)
      TO WS-Ags-Count(WS-Aging-Bkt-Idx).
    MOVE WS-Agv-Bkt-Amount(WS-Agv-Idx, WS-Aging-Bkt-Idx)
      TO WS-Ags-Amount(WS-Aging-Bkt-Idx).
    ADD WS-Agv-Bkt-Amount(WS-Agv-Idx, WS-Aging-Bkt-Idx)
      TO WS-Aging-Row-Total.

*>------------------------------------------------
433-Fill-Company-Bucket.
*>------------------------------------------------
    MOVE WS-Agt-Bkt-Count(WS-Aging-Bkt-Idx)
      TO WS-Ags-Count(WS-Aging-Bkt-Idx).
    MOVE WS-Agt-Bkt-Amount(WS-Aging-Bkt-Idx)
      TO WS-Ags-Amount(WS-Aging-Bkt-Idx).
    ADD WS-Agt-Bkt-Amount(WS-Aging-Bkt-Idx)
      TO WS-Aging-Row-Total.

*>------------------------------------------------
395-Stamp-Now.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Stamp-Now.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Stamp-Now
    END-STRING.

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

END PROGRAM PGM57.
