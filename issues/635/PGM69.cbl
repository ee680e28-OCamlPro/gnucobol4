*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM69.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Right-to-erasure register.
*> Keeps ./reports/erasure-register.cfg, one row per
*> data subject's request to have their personal data
*> erased: the privacy office's request ID, up to three
*> identifiers of the subject, the date asked and the
*> date it falls due (30 days on).  N logs a request.
*> S n searches for register no n across every company
*> tree - the raw ./files/done files and their
*> canonical copies under ./files/normalized (both read
*> column by column through the vendor's layout profile
*> where it has one, tokenized values included), the
*> archive bundles, the transaction master, the audit
*> packs and the mirror's done tree, with the
*> record-errors.log rows that point at a matching
*> record - and writes ./reports/erase-find-<no>-
*> YYYYMMDD-HHMMSS.rpt, catalogued ERASEFIND.  E n
*> erases what the search found: it needs a second
*> operator's approval on PGM35's queue (action
*> ERASEnnnnn), then redacts every matching record in
*> place - same-length asterisks, so positional layouts
*> keep their shape - re-checksums what it changed (the
*> intake index, the archive manifests) so the integrity
*> checks keep passing, and writes the completion
*> certificate ./reports/erase-cert-<no>-YYYYMMDD-
*> HHMMSS.rpt, catalogued ERASECERT.  A record a legal
*> hold in force covers is refused, not touched, with
*> the case number as the stated reason.  Search and
*> erase are gated by the ERASURE token in ./reports/
*> auth-table.cfg; every step leaves a run audit row.
*> Same standalone console mold as PGM55.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Erasure-Reg-Select.cpy".
COPY "./copybooks/Erasure-Rpt-Select.cpy".
COPY "./copybooks/Erasure-Work-Select.cpy".
COPY "./copybooks/Erasure-Data-Select.cpy".
COPY "./copybooks/Intake-Scan-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Archive-Manifest-Select.cpy".
COPY "./copybooks/Archive-List-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Legal-Hold-Select.cpy".
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/Mirror-Cfg-Select.cpy".
COPY "./copybooks/Approval-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Erasure-Reg-FD.cpy".
COPY "./copybooks/Erasure-Rpt-FD.cpy".
COPY "./copybooks/Erasure-Work-FD.cpy".
COPY "./copybooks/Erasure-Data-FD.cpy".
COPY "./copybooks/Intake-Scan-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Archive-Manifest-FD.cpy".
COPY "./copybooks/Archive-List-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Legal-Hold-FD.cpy".
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/Mirror-Cfg-FD.cpy".
COPY "./copybooks/Approval-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM69".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Erasure-Reg-WS.cpy".

COPY "./copybooks/Erasure-Rpt-WS.cpy".

COPY "./copybooks/Erasure-Work-WS.cpy".

COPY "./copybooks/Erasure-Data-WS.cpy".

COPY "./copybooks/Intake-Scan-WS.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Archive-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Col-Mask-WS.cpy".

COPY "./copybooks/Mirror-Cfg-WS.cpy".

COPY "./copybooks/Approval-WS.cpy".

COPY "./copybooks/Record-Error-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Menu-Choice               PIC X(08) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Menu-Num-X                PIC X(07) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Register-Done         VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.
01  WS-Confirm                   PIC X(01) VALUE SPACE.

*> the request picked from the menu - its register no,
*> the table row it sits in, and the listing's edits.
*> An identifier is only ever shown masked all but its
*> last four characters.
01  WS-Erl-Pick                  PIC 9(05) VALUE ZERO.
01  WS-Erl-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Erl-Found             VALUE "Y".
01  WS-Erl-Hit                   PIC 9(03) VALUE ZERO.
01  WS-Erl-Sub                   PIC 9(01) VALUE ZERO.
01  WS-Erl-Seq-Edit              PIC ZZZZ9 VALUE ZERO.
01  WS-Erl-Status-Text           PIC X(10) VALUE SPACE.
01  WS-Erl-Flag                  PIC X(07) VALUE SPACE.
01  WS-Erl-Today                 PIC X(08) VALUE SPACE.
01  WS-Erl-Masked                PIC X(40) VALUE SPACE.
01  WS-Erl-Id-Len                PIC 9(02) VALUE ZERO.

*> a request being logged, as keyed.
01  WS-Ere-Request-ID            PIC X(12) VALUE SPACE.
01  WS-Ere-Subject-Table.
    05  WS-Ere-Subject           PIC X(40) OCCURS 3 TIMES.
01  WS-Ere-Requested-Date        PIC X(08) VALUE SPACE.
01  WS-Ere-Due-YMD               PIC 9(08) VALUE ZERO.
01  WS-Ere-Due-Days              PIC 9(03) VALUE 30.
01  WS-Ere-Ok-Sw                 PIC X(01) VALUE "Y".
    88  WS-Ere-Ok                VALUE "Y".
01  WS-Ere-Dup-Sw                PIC X(01) VALUE "N".
    88  WS-Ere-Dup               VALUE "Y".
01  WS-Ere-Min-Len               PIC 9(02) VALUE 4.

*> the sweep - search only ("S") or erase ("E"), and
*> the subject identifiers it looks for: upper-cased
*> for the match, and the token PGM01/PGM15 would have
*> masked each one to, so tokenized columns are found
*> too.
01  WS-Ers-Mode-Sw               PIC X(01) VALUE "S".
    88  WS-Ers-Searching         VALUE "S".
    88  WS-Ers-Erasing           VALUE "E".
01  WS-Ers-Subject-Table.
    05  WS-Ers-Subject-Count     PIC 9(01) VALUE ZERO.
    05  WS-Ers-Subject OCCURS 3 TIMES
                       INDEXED BY WS-Ers-Sub-Idx.
        10  WS-Ers-Upper         PIC X(40).
        10  WS-Ers-Len           PIC 9(02).
        10  WS-Ers-Token         PIC X(11).
01  WS-Ers-Stars                 PIC X(40) VALUE ALL "*".

*> run tallies, and the outcome an erasure ends with -
*> "C" completed, "H" completed except what a hold kept,
*> "R" everything held, "E" a file could not be
*> rewritten (the request stays open for a re-run).
01  WS-Ers-Match-Count           PIC 9(05) VALUE ZERO.
01  WS-Ers-Held-Count            PIC 9(05) VALUE ZERO.
01  WS-Ers-Redacted-Count        PIC 9(05) VALUE ZERO.
01  WS-Ers-Linked-Count          PIC 9(05) VALUE ZERO.
01  WS-Ers-Error-Count           PIC 9(05) VALUE ZERO.
01  WS-Ers-Recksum-Count         PIC 9(05) VALUE ZERO.
01  WS-Ers-File-Count            PIC 9(06) VALUE ZERO.
01  WS-Ers-First-Case            PIC X(12) VALUE SPACE.
01  WS-Ers-Outcome               PIC X(01) VALUE SPACE.
01  WS-Ers-Action                PIC X(10) VALUE SPACE.

*> the artifact in hand - which area of which company
*> tree, how to list it, how its lines are read ("L"
*> through the layout profile, "C" the canonical "|"
*> copy or a delimited TM row, "S" a plain substring
*> scan), and whether a legal hold covers it.
01  WS-Ers-Area                  PIC X(08) VALUE SPACE.
01  WS-Ers-Co-Label              PIC X(10) VALUE SPACE.
01  WS-Ers-Dir                   PIC X(100) VALUE SPACE.
01  WS-Ers-Find-Tail             PIC X(60) VALUE SPACE.
01  WS-Ers-Show-Name             PIC X(75) VALUE SPACE.
01  WS-Ers-Split-Sw              PIC X(01) VALUE "S".
    88  WS-Ers-Split-Layout      VALUE "L".
    88  WS-Ers-Split-Canon       VALUE "C".
    88  WS-Ers-Split-Scan        VALUE "S".
01  WS-Ers-Delim                 PIC X(01) VALUE "|".
01  WS-Ers-Held-Sw               PIC X(01) VALUE "N".
    88  WS-Ers-Held              VALUE "Y".
01  WS-Ers-Hold-Case             PIC X(12) VALUE SPACE.
01  WS-Ers-Index-Use-Sw          PIC X(01) VALUE "N".
    88  WS-Ers-Index-Use         VALUE "Y".
01  WS-Ers-Link-Sw               PIC X(01) VALUE "N".
    88  WS-Ers-Linking           VALUE "Y".
01  WS-Ers-Want-Archived-Sw      PIC X(01) VALUE "N".
    88  WS-Ers-Want-Archived     VALUE "Y".

01  WS-Ers-Rel-Name              PIC X(100) VALUE SPACE.
01  WS-Ers-Date-X                PIC X(08) VALUE SPACE.
01  WS-Ers-Name-P1               PIC X(80) VALUE SPACE.
01  WS-Ers-Name-P2               PIC X(80) VALUE SPACE.
01  WS-Ers-Bare-Name             PIC X(80) VALUE SPACE.
01  WS-Ers-Vendor                PIC X(10) VALUE SPACE.
01  WS-Ers-Vendor-Known-Sw       PIC X(01) VALUE "N".
01  WS-Ers-Layout-Tag            PIC X(08) VALUE SPACE.
01  WS-Ers-Layout-Date           PIC X(08) VALUE SPACE.

*> line-level state - the line under test and its
*> upper-cased twin, what it matched, and what the file
*> has come to.
01  WS-Ers-Line                  PIC X(512) VALUE SPACE.
01  WS-Ers-Upper-Line            PIC X(512) VALUE SPACE.
01  WS-Ers-Line-No               PIC 9(07) VALUE ZERO.
01  WS-Ers-Row-Hit-Sw            PIC X(01) VALUE "N".
    88  WS-Ers-Row-Hit           VALUE "Y".
01  WS-Ers-Hit-Subject           PIC 9(01) VALUE ZERO.
01  WS-Ers-Hit-Col               PIC 9(02) VALUE ZERO.
01  WS-Ers-Col-Upper             PIC X(80) VALUE SPACE.
01  WS-Ers-Tally                 PIC 9(04) VALUE ZERO.
01  WS-Ers-Verdict               PIC X(08) VALUE SPACE.
01  WS-Ers-Pos                   PIC 9(03) VALUE ZERO.
01  WS-Ers-Pos-Max               PIC 9(03) VALUE ZERO.
01  WS-Ers-File-Hits             PIC 9(05) VALUE ZERO.
01  WS-Ers-File-Redacted         PIC 9(05) VALUE ZERO.
01  WS-Ers-Work-Open-Sw          PIC X(01) VALUE "N".
    88  WS-Ers-Work-Open         VALUE "Y".
01  WS-Ers-Changed-Sw            PIC X(01) VALUE "N".
    88  WS-Ers-Changed           VALUE "Y".

*> bundle/pack state - an archive bundle ("A") or an
*> audit pack ("P") is extracted to a work directory,
*> its members searched there, and repacked when any
*> changed; the member list rides in Archive-List-File.
01  WS-Ers-Pack-Kind             PIC X(01) VALUE SPACE.
    88  WS-Ers-Pack-Archive      VALUE "A".
    88  WS-Ers-Pack-Audit        VALUE "P".
01  WS-Ers-Pack-Changed-Sw       PIC X(01) VALUE "N".
    88  WS-Ers-Pack-Changed      VALUE "Y".
01  WS-Ers-Pack-Held-Sw          PIC X(01) VALUE "N".
01  WS-Ers-Pack-Case             PIC X(12) VALUE SPACE.
01  WS-Ers-Bundle-Path           PIC X(100) VALUE SPACE.
01  WS-Ers-Pack-Name             PIC X(60) VALUE SPACE.
01  WS-Ers-Work-Dir              PIC X(60) VALUE SPACE.
01  WS-Ers-Mirror-Dir            PIC X(100) VALUE SPACE.
01  WS-Ers-Cksum-Target          PIC X(160) VALUE SPACE.
01  WS-Ers-Cmd                   PIC X(600) VALUE SPACE.
01  WS-EOF-ERA                   PIC X(01) VALUE "N".
    88  Ers-Member-EOF           VALUE "Y".
01  WS-EOF-ETM                   PIC X(01) VALUE "N".
    88  Ers-Trans-Master-EOF     VALUE "Y".
01  WS-EOF-EMF                   PIC X(01) VALUE "N".
    88  Ers-Manifest-EOF         VALUE "Y".

*> the bundle's members rewritten this pass and their
*> new cksum CRCs, for the manifest rewrite.
01  WS-Erc-Table.
    05  WS-Erc-Count             PIC 9(03) VALUE ZERO.
    05  WS-Erc-Entry OCCURS 500 TIMES
                       INDEXED BY WS-Erc-Idx.
        10  WS-Erc-Member        PIC X(80).
        10  WS-Erc-Cksum         PIC 9(10).

*> the company's done-file records that matched - bare
*> name and line, which is how record-errors.log names
*> a record - so its rows about them can be listed.
01  WS-Erk-Table.
    05  WS-Erk-Count             PIC 9(03) VALUE ZERO.
    05  WS-Erk-Entry OCCURS 500 TIMES
                       INDEXED BY WS-Erk-Idx.
        10  WS-Erk-Name          PIC X(80).
        10  WS-Erk-Line          PIC 9(07).
        10  WS-Erk-Subject       PIC 9(01).
01  WS-Erk-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Erk-Found             VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 097-Load-Company-Table.

    PERFORM 093-Load-Vendor-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Register-Done.

    GOBACK.

*>------------------------------------------------
060-Check-Dual-Control.
*>------------------------------------------------
*> Same approval-queue check as PGM00's 0042-Check-
*> Dual-Control, for WS-Apv-Want-Action (ERASEnnnnn) -
*> an approved, unused, unexpired row is consumed on
*> the spot (status U) with the requester/approver pair
*> saved for the audit row and the certificate.
*>------------------------------------------------
    PERFORM 0601-Load-Approvals.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Apv-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Apv-Now-Stamp
    END-STRING.
    COMPUTE WS-Apv-Now-Int
          = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(CDT-Date)) * 24
          + CDT-Hour.

    MOVE "N"  TO WS-Apv-Approved-Sw
                 WS-Apv-Pending-Sw.
    MOVE ZERO TO WS-Apv-Hit.

    PERFORM 0602-Judge-One-Approval
      VARYING WS-Apv-Idx FROM 1 BY 1
        UNTIL WS-Apv-Idx > WS-Apv-Count.

    IF  WS-Apv-Approved
        SET WS-Apv-Idx TO WS-Apv-Hit
        MOVE WS-Apv-Requester(WS-Apv-Idx)
          TO WS-Apv-Used-Requester
        MOVE WS-Apv-Approver(WS-Apv-Idx)
          TO WS-Apv-Used-Approver
        MOVE WS-Apv-Req-Stamp(WS-Apv-Idx)
          TO WS-Apv-Used-Req-Stamp
        MOVE WS-Apv-App-Stamp(WS-Apv-Idx)
          TO WS-Apv-Used-App-Stamp
        MOVE "U" TO WS-Apv-Status(WS-Apv-Idx)
    END-IF.

    PERFORM 0604-Save-Approvals.

*>------------------------------------------------
0601-Load-Approvals.
*>------------------------------------------------
    MOVE SPACE TO WS-Approval-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/approvals.dat" DELIMITED BY SIZE
      INTO WS-Approval-Path
    END-STRING.

    MOVE ZERO TO WS-Apv-Count.

    MOVE "N" TO WS-EOF-APV.
    OPEN INPUT Approval-File.
    IF  WS-StatusAPV = "00"
        PERFORM 0605-Read-One-Approval
          UNTIL Approval-EOF
        CLOSE Approval-File
    END-IF.

*>------------------------------------------------
0602-Judge-One-Approval.
*>------------------------------------------------
    IF  WS-Apv-Action(WS-Apv-Idx) = WS-Apv-Want-Action
    AND (WS-Apv-Status(WS-Apv-Idx) = "P"
         OR WS-Apv-Status(WS-Apv-Idx) = "A")
        PERFORM 0603-Check-Approval-Age

        EVALUATE TRUE
            WHEN WS-Apv-Status(WS-Apv-Idx) = "X"
                CONTINUE
            WHEN WS-Apv-Status(WS-Apv-Idx) = "P"
                MOVE "Y" TO WS-Apv-Pending-Sw
            WHEN WS-Apv-Status(WS-Apv-Idx) = "A"
             AND NOT WS-Apv-Approved
                MOVE "Y" TO WS-Apv-Approved-Sw
                SET WS-Apv-Hit TO WS-Apv-Idx
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
0603-Check-Approval-Age.
*>------------------------------------------------
    IF  WS-Apv-Req-Stamp(WS-Apv-Idx)(1 : 8) IS NUMERIC
        MOVE FUNCTION NUMVAL
               (WS-Apv-Req-Stamp(WS-Apv-Idx)(1 : 8))
          TO WS-Apv-Row-YMD
        IF  WS-Apv-Row-YMD >= 19000101
        AND WS-Apv-Row-YMD <= 21001231
            COMPUTE WS-Apv-Row-Int
                  = FUNCTION INTEGER-OF-DATE(WS-Apv-Row-YMD)
                    * 24
                  + FUNCTION NUMVAL
                      (WS-Apv-Req-Stamp(WS-Apv-Idx)(9 : 2))
            IF  WS-Apv-Now-Int - WS-Apv-Row-Int > WS-Apv-Hours
                MOVE "X" TO WS-Apv-Status(WS-Apv-Idx)
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
0604-Save-Approvals.
*>------------------------------------------------
*> The queue's hash chain (PGM70) is walked before the
*> rewrite - a break raises its alert there, before
*> the rewrite could lay fresh links over it - and
*> re-laid over the rewritten rows afterwards.
*>------------------------------------------------
    MOVE "V"              TO WS-Chn-Function.
    MOVE WS-Pgm-ID        TO WS-Chn-Caller.
    MOVE WS-Approval-Path TO WS-Chn-Path.
    MOVE 79               TO WS-Chn-Row-Len.
    MOVE "Y"              TO WS-Chn-Alert-Sw.
    MOVE ZERO             TO WS-Chn-Expect-Rows.
    MOVE SPACE            TO WS-Chn-Expect-Tip.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    OPEN OUTPUT Approval-File.
    IF  WS-StatusAPV = "00"
        PERFORM 0606-Write-One-Approval
          VARYING WS-Apv-Idx FROM 1 BY 1
            UNTIL WS-Apv-Idx > WS-Apv-Count
        CLOSE Approval-File
    END-IF.

    MOVE "S" TO WS-Chn-Function.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

*>------------------------------------------------
0605-Read-One-Approval.
*>------------------------------------------------
    READ Approval-File
        AT END
            MOVE "Y" TO WS-EOF-APV
        NOT AT END
            IF  AP-Action NOT = SPACE
            AND WS-Apv-Count < 20
                ADD 1 TO WS-Apv-Count
                SET WS-Apv-Idx TO WS-Apv-Count
                MOVE AP-Action    TO WS-Apv-Action(WS-Apv-Idx)
                MOVE AP-Requester TO WS-Apv-Requester(WS-Apv-Idx)
                MOVE AP-Req-Stamp TO WS-Apv-Req-Stamp(WS-Apv-Idx)
                MOVE AP-Status    TO WS-Apv-Status(WS-Apv-Idx)
                MOVE AP-Approver  TO WS-Apv-Approver(WS-Apv-Idx)
                MOVE AP-App-Stamp TO WS-Apv-App-Stamp(WS-Apv-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0606-Write-One-Approval.
*>------------------------------------------------
    IF  WS-Apv-Action(WS-Apv-Idx) NOT = SPACE
        MOVE SPACE TO Approval-Line
        MOVE WS-Apv-Action(WS-Apv-Idx)    TO AP-Action
        MOVE WS-Apv-Requester(WS-Apv-Idx) TO AP-Requester
        MOVE WS-Apv-Req-Stamp(WS-Apv-Idx) TO AP-Req-Stamp
        MOVE WS-Apv-Status(WS-Apv-Idx)    TO AP-Status
        MOVE WS-Apv-Approver(WS-Apv-Idx)  TO AP-Approver
        MOVE WS-Apv-App-Stamp(WS-Apv-Idx) TO AP-App-Stamp
        WRITE Approval-Line
    END-IF.

*>------------------------------------------------
061-Write-Pending-Request.
*>------------------------------------------------
*> Same as PGM00's 0043-Write-Pending-Request - file
*> the request for a second operator unless an
*> identical one is already waiting.
*>------------------------------------------------
    IF  WS-Apv-Pending-Exists
        CONTINUE
    ELSE
        IF  WS-Apv-Count < 20
            ADD 1 TO WS-Apv-Count
            SET WS-Apv-Idx TO WS-Apv-Count
            MOVE WS-Apv-Want-Action
              TO WS-Apv-Action(WS-Apv-Idx)
            MOVE WS-OS-User TO WS-Apv-Requester(WS-Apv-Idx)
            MOVE WS-Apv-Now-Stamp
              TO WS-Apv-Req-Stamp(WS-Apv-Idx)
            MOVE "P"   TO WS-Apv-Status(WS-Apv-Idx)
            MOVE SPACE TO WS-Apv-Approver(WS-Apv-Idx)
                          WS-Apv-App-Stamp(WS-Apv-Idx)

            PERFORM 0604-Save-Approvals
        END-IF
    END-IF.

*>------------------------------------------------
062-Note-Approval-In-Audit.
*>------------------------------------------------
*> Same grant row as PGM00's 0044-Note-Approval-In-
*> Audit - requester and approver on the run audit
*> before anything is erased.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

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

    MOVE WS-Pgm-ID TO WS-Run-Audit-Pgm-ID.
    MOVE WS-Apv-Used-Requester TO WS-Run-Audit-User.
    MOVE ZERO      TO WS-Run-Audit-Option.
    MOVE SPACE     TO WS-Run-Audit-Run-ID.

    MOVE SPACE TO WS-MSG.
    STRING FUNCTION TRIM(WS-Apv-Want-Action) DELIMITED BY SIZE
           " approved by " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Apv-Used-Approver) DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           WS-Apv-Used-App-Stamp DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO WS-Run-Audit-Text.

    PERFORM 905-Append-Run-Audit-Row.

*>------------------------------------------------
078-Load-Layout-Table.
*>------------------------------------------------
*> Same ./reports/vendor-layout.cfg load as PGM15's
*> 078-Load-Layout-Table - the search reads a profiled
*> file column by column, by delimiter or position.
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
        PERFORM 0781-Read-Layout-Row
          UNTIL Layout-Table-EOF
        CLOSE Layout-Table-File
    END-IF.

*>------------------------------------------------
0781-Read-Layout-Row.
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
                MOVE VL-Col-Count   TO WS-Layout-Cols(WS-Lay-Idx)
                MOVE VL-Req-Mask    TO WS-Layout-Req-Mask(WS-Lay-Idx)
                MOVE VL-Type-Mask   TO WS-Layout-Type-Mask(WS-Lay-Idx)
                MOVE VL-Ctl-Sw      TO WS-Layout-Ctl-Sw(WS-Lay-Idx)
                MOVE VL-Amt-Col     TO WS-Layout-Amt-Col(WS-Lay-Idx)
                MOVE VL-Norm-Sw     TO WS-Layout-Norm-Sw(WS-Lay-Idx)
                MOVE VL-Date-Fmt    TO WS-Layout-Date-Fmt(WS-Lay-Idx)
                MOVE VL-Consol-Sw   TO WS-Layout-Consol-Sw(WS-Lay-Idx)
                MOVE VL-Co-Col      TO WS-Layout-Co-Col(WS-Lay-Idx)
                MOVE VL-Seq-Start   TO WS-Layout-Seq-Start(WS-Lay-Idx)
                MOVE VL-Seq-Len     TO WS-Layout-Seq-Len(WS-Lay-Idx)
                IF  VL-Ref-Col IS NUMERIC
                    MOVE VL-Ref-Col TO WS-Layout-Ref-Col(WS-Lay-Idx)
                ELSE
                    MOVE ZERO       TO WS-Layout-Ref-Col(WS-Lay-Idx)
                END-IF
                MOVE VL-Mask-Codes  TO WS-Layout-Mask-Codes(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Version)
                                    TO WS-Layout-Version(WS-Lay-Idx)
                MOVE VL-Eff-From    TO WS-Layout-Eff-From(WS-Lay-Idx)
                MOVE VL-Eff-To      TO WS-Layout-Eff-To(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Format-Sw)
                                    TO WS-Layout-Format-Sw(WS-Lay-Idx)
                IF  WS-Layout-Fixed(WS-Lay-Idx)
                    MOVE VL-Fixed-Spec
                      TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
                ELSE
                    INITIALIZE WS-Layout-Fixed-Spec(WS-Lay-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM40's 079-Check-Authorization - no file deployed
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
080-Load-Legal-Holds.
*>------------------------------------------------
*> Same load of the holds in force as PGM07's 080-
*> Load-Legal-Holds - the register is base-tree, one
*> for every company.
*>------------------------------------------------
    ACCEPT WS-Lgh-Today-YMD FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Lgh-Count.

    MOVE "N" TO WS-EOF-LHR.
    OPEN INPUT Legal-Hold-File.
    IF  WS-StatusLHR = "00"
        PERFORM 0801-Read-Legal-Hold-Row
          UNTIL Legal-Hold-EOF
        CLOSE Legal-Hold-File
    END-IF.

*>------------------------------------------------
0801-Read-Legal-Hold-Row.
*>------------------------------------------------
    READ Legal-Hold-File
        AT END
            MOVE "Y" TO WS-EOF-LHR
        NOT AT END
            IF  LH-Case-No NOT = SPACE
            AND WS-Lgh-Count < 200
            AND (LH-Release-Date = SPACE
                 OR LH-Release-Date > WS-Lgh-Today-YMD)
                ADD 1 TO WS-Lgh-Count
                SET WS-Lgh-Idx TO WS-Lgh-Count
                MOVE LH-Case-No      TO WS-Lgh-Case-No(WS-Lgh-Idx)
                MOVE LH-Vendor       TO WS-Lgh-Vendor(WS-Lgh-Idx)
                MOVE LH-Company      TO WS-Lgh-Company(WS-Lgh-Idx)
                MOVE LH-Pattern      TO WS-Lgh-Pattern(WS-Lgh-Idx)
                MOVE LH-Date-From    TO WS-Lgh-Date-From(WS-Lgh-Idx)
                MOVE LH-Date-To      TO WS-Lgh-Date-To(WS-Lgh-Idx)
                MOVE LH-Placed-By    TO WS-Lgh-Placed-By(WS-Lgh-Idx)
                MOVE LH-Placed-Stamp TO WS-Lgh-Placed-Stamp(WS-Lgh-Idx)
                MOVE LH-Release-Date TO WS-Lgh-Release-Date(WS-Lgh-Idx)
                MOVE LH-Released-By  TO WS-Lgh-Released-By(WS-Lgh-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
081-Check-Legal-Hold.
*>------------------------------------------------
*> Is the artifact described by WS-Lgh-Check-* under a
*> hold in force?  The first covering case is kept as
*> the reason a record is refused.
*>------------------------------------------------
    MOVE "N"   TO WS-Lgh-Matched-Sw
                  WS-Ers-Held-Sw.
    MOVE ZERO  TO WS-Lgh-Hit.
    MOVE SPACE TO WS-Ers-Hold-Case.

    PERFORM 0811-Match-One-Legal-Hold
      VARYING WS-Lgh-Idx FROM 1 BY 1
        UNTIL WS-Lgh-Matched
           OR WS-Lgh-Idx > WS-Lgh-Count.

    IF  WS-Lgh-Matched
        MOVE "Y" TO WS-Ers-Held-Sw
        SET WS-Lgh-Idx TO WS-Lgh-Hit
        MOVE WS-Lgh-Case-No(WS-Lgh-Idx) TO WS-Ers-Hold-Case
    END-IF.

*>------------------------------------------------
0811-Match-One-Legal-Hold.
*>------------------------------------------------
*> Same scope test as PGM00's 08821-Match-One-Legal-
*> Hold, for the one hold at WS-Lgh-Idx.
*>------------------------------------------------
    MOVE "Y" TO WS-Lgh-Row-Sw.

    IF  WS-Lgh-Vendor(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Vendor-Known
    AND FUNCTION UPPER-CASE(WS-Lgh-Vendor(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Vendor)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Company(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Check-Company NOT = SPACE
    AND FUNCTION UPPER-CASE(WS-Lgh-Company(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Company)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Check-YMD > ZERO
        IF  WS-Lgh-Date-From(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-From(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD < WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
        IF  WS-Lgh-Date-To(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-To(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD > WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

    IF  WS-Lgh-Row-Covers
    AND WS-Lgh-Pattern(WS-Lgh-Idx) NOT = SPACE
        MOVE ZERO TO WS-Lgh-Star-Count
        INSPECT WS-Lgh-Pattern(WS-Lgh-Idx)
            TALLYING WS-Lgh-Star-Count FOR ALL "*"

        IF  WS-Lgh-Star-Count > ZERO
            MOVE SPACE TO WS-Lgh-Prefix
            UNSTRING WS-Lgh-Pattern(WS-Lgh-Idx) DELIMITED BY "*"
                INTO WS-Lgh-Prefix
            END-UNSTRING

            COMPUTE WS-Lgh-Prefix-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Lgh-Prefix))

            IF  WS-Lgh-Prefix-Len > ZERO
                IF  FUNCTION UPPER-CASE
                      (WS-Lgh-Check-Name(1 : WS-Lgh-Prefix-Len))
                  NOT = FUNCTION UPPER-CASE
                      (WS-Lgh-Prefix(1 : WS-Lgh-Prefix-Len))
                    MOVE "N" TO WS-Lgh-Row-Sw
                END-IF
            END-IF
        ELSE
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Lgh-Check-Name))
              NOT = FUNCTION UPPER-CASE
                  (FUNCTION TRIM(WS-Lgh-Pattern(WS-Lgh-Idx)))
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

    IF  WS-Lgh-Row-Covers
        MOVE "Y" TO WS-Lgh-Matched-Sw
        SET WS-Lgh-Hit TO WS-Lgh-Idx
    END-IF.

*>------------------------------------------------
085-Load-Mirror-Cfg.
*>------------------------------------------------
*> Same one-line config as PGM19's 085-Load-Mirror-
*> Cfg - no file means no mirror, and the mirror's
*> copies are not searched.
*>------------------------------------------------
    MOVE SPACE TO WS-Mirror-Target.

    MOVE SPACE TO WS-Mirror-Cfg-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
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
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM55.  The register, legal holds,
*> vendor table, auth table and approval queue live in
*> the base ./reports; each company's file areas, index
*> and master are re-rooted by 520-Sweep-Company.
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

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Erasure-Reg-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/erasure-register.cfg" DELIMITED BY SIZE
      INTO WS-Erasure-Reg-Path
    END-STRING.

    MOVE SPACE TO WS-Legal-Hold-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/legal-hold.cfg" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Path
    END-STRING.

    MOVE SPACE TO WS-Vendor-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-table.cfg" DELIMITED BY SIZE
      INTO WS-Vendor-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Intake-Scan-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.ers-scan.tmp" DELIMITED BY SIZE
      INTO WS-Intake-Scan-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.ers-cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
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
097-Load-Company-Table.
*>------------------------------------------------
*> Same company list as PGM55's 097-Load-Company-
*> Table.
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
093-Load-Vendor-Table.
*>------------------------------------------------
*> Same vendor profile load as PGM00's 0893-Load-
*> Vendor-Table - the sweep attributes flat files to
*> a vendor, for the hold test and the layout profile,
*> the same way the purge does.
*>------------------------------------------------
    MOVE ZERO TO WS-Vendor-Count.

    MOVE "N" TO WS-EOF-VND.
    OPEN INPUT Vendor-Table-File.
    IF  WS-StatusVND = "00"
        PERFORM 0931-Read-Vendor-Table-Row
          UNTIL Vendor-Table-EOF
        CLOSE Vendor-Table-File
    END-IF.

*>------------------------------------------------
0931-Read-Vendor-Table-Row.
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
            END-IF
    END-READ.

*>------------------------------------------------
094-Match-Vendor-For-Name.
*>------------------------------------------------
*> Same exact-or-trailing-"*" vendor pattern match as
*> PGM00's 0895-Match-Vendor-For-Name, against
*> WS-Lgh-Check-Name.
*>------------------------------------------------
    MOVE "N"   TO WS-Vendor-Matched-Sw.
    MOVE SPACE TO WS-Vendor-Match-Code.

    IF  WS-Vendor-Count > ZERO
        PERFORM 0941-Match-One-Vendor-Row
          VARYING WS-Vend-Idx FROM 1 BY 1
            UNTIL WS-Vendor-Matched
               OR WS-Vend-Idx > WS-Vendor-Count
    END-IF.

*>------------------------------------------------
0941-Match-One-Vendor-Row.
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
                  (WS-Lgh-Check-Name(1 : WS-Vendor-Prefix-Len))
              = FUNCTION UPPER-CASE
                  (WS-Vendor-Prefix(1 : WS-Vendor-Prefix-Len))
                MOVE "Y" TO WS-Vendor-Matched-Sw
            END-IF
        END-IF
    ELSE
        IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Lgh-Check-Name))
          = FUNCTION UPPER-CASE
              (FUNCTION TRIM(WS-Vendor-Pattern(WS-Vend-Idx)))
            MOVE "Y" TO WS-Vendor-Matched-Sw
        END-IF
    END-IF.

    IF  WS-Vendor-Matched
        MOVE WS-Vendor-Code(WS-Vend-Idx) TO WS-Vendor-Match-Code
    END-IF.


*>------------------------------------------------
100-Load-Register.
*>------------------------------------------------
*> The whole register, closed rows included - re-read
*> before every listing and rewritten whole by 410-
*> Save-Register, same as PGM55's hold register.
*>------------------------------------------------
    ACCEPT WS-Erl-Today FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Erg-Count
                 WS-Erg-Max-Seq.

    MOVE "N" TO WS-EOF-ERG.
    OPEN INPUT Erasure-Reg-File.
    IF  WS-StatusERG = "00"
        PERFORM 110-Read-Register-Row
          UNTIL Erasure-Reg-EOF
        CLOSE Erasure-Reg-File
    END-IF.

*>------------------------------------------------
110-Read-Register-Row.
*>------------------------------------------------
    READ Erasure-Reg-File
        AT END
            MOVE "Y" TO WS-EOF-ERG
        NOT AT END
            IF  ER-Request-ID NOT = SPACE
            AND WS-Erg-Count < 200
                ADD 1 TO WS-Erg-Count
                SET WS-Erg-Idx TO WS-Erg-Count
                MOVE ER-Seq            TO WS-Erg-Seq(WS-Erg-Idx)
                MOVE ER-Request-ID     TO WS-Erg-Request-ID(WS-Erg-Idx)
                MOVE ER-Subject-ID(1)  TO WS-Erg-Subject-ID(WS-Erg-Idx, 1)
                MOVE ER-Subject-ID(2)  TO WS-Erg-Subject-ID(WS-Erg-Idx, 2)
                MOVE ER-Subject-ID(3)  TO WS-Erg-Subject-ID(WS-Erg-Idx, 3)
                MOVE ER-Requested-Date TO WS-Erg-Requested-Date(WS-Erg-Idx)
                MOVE ER-Due-Date       TO WS-Erg-Due-Date(WS-Erg-Idx)
                MOVE ER-Status         TO WS-Erg-Status(WS-Erg-Idx)
                MOVE ER-Logged-By      TO WS-Erg-Logged-By(WS-Erg-Idx)
                MOVE ER-Logged-Stamp   TO WS-Erg-Logged-Stamp(WS-Erg-Idx)
                MOVE ER-Searched-Stamp TO WS-Erg-Searched-Stamp(WS-Erg-Idx)
                MOVE ER-Match-Count    TO WS-Erg-Match-Count(WS-Erg-Idx)
                MOVE ER-Held-Count     TO WS-Erg-Held-Count(WS-Erg-Idx)
                MOVE ER-Completed-Stamp
                  TO WS-Erg-Completed-Stamp(WS-Erg-Idx)
                MOVE ER-Completed-By   TO WS-Erg-Completed-By(WS-Erg-Idx)
                MOVE ER-Redacted-Count
                  TO WS-Erg-Redacted-Count(WS-Erg-Idx)
                MOVE ER-Refusal        TO WS-Erg-Refusal(WS-Erg-Idx)
                IF  ER-Seq > WS-Erg-Max-Seq
                    MOVE ER-Seq TO WS-Erg-Max-Seq
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 100-Load-Register.
    PERFORM 210-List-Requests.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "N to log a request, S n to search for request n, "
            "E n to erase it, or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.
    MOVE WS-Menu-Choice(2 : 7) TO WS-Menu-Num-X.

    EVALUATE TRUE
        WHEN WS-Menu-Verb = "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Verb = "N"
            PERFORM 300-Log-Request
              THRU 300-Log-Request-Exit
        WHEN (WS-Menu-Verb = "S" OR WS-Menu-Verb = "E")
         AND FUNCTION TRIM(WS-Menu-Num-X) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-Menu-Num-X) TO WS-Erl-Pick
            PERFORM 220-Find-Request
            IF  NOT WS-Erl-Found
                DISPLAY WS-Pgm-ID " no request " WS-Erl-Pick
                  UPON CONSOLE
            ELSE
                IF  WS-Menu-Verb = "S"
                    PERFORM 400-Search-Request
                      THRU 400-Search-Request-Exit
                ELSE
                    PERFORM 450-Erase-Request
                      THRU 450-Erase-Request-Exit
                END-IF
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-List-Requests.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Erasure requests" UPON CONSOLE.
    PERFORM 211-List-One-Request
      VARYING WS-Erg-Idx FROM 1 BY 1
        UNTIL WS-Erg-Idx > WS-Erg-Count.
    IF  WS-Erg-Count = ZERO
        DISPLAY "(no request on file)" UPON CONSOLE
    END-IF.

*>------------------------------------------------
211-List-One-Request.
*>------------------------------------------------
*> Open and searched requests past their due date are
*> flagged OVERDUE - the statutory clock is the point
*> of the register.
*>------------------------------------------------
    MOVE WS-Erg-Seq(WS-Erg-Idx) TO WS-Erl-Seq-Edit.

    EVALUATE TRUE
        WHEN WS-Erg-Open(WS-Erg-Idx)
            MOVE "OPEN"      TO WS-Erl-Status-Text
        WHEN WS-Erg-Searched(WS-Erg-Idx)
            MOVE "SEARCHED"  TO WS-Erl-Status-Text
        WHEN WS-Erg-Completed(WS-Erg-Idx)
            MOVE "COMPLETED" TO WS-Erl-Status-Text
        WHEN WS-Erg-Part-Held(WS-Erg-Idx)
            MOVE "PART-HELD" TO WS-Erl-Status-Text
        WHEN WS-Erg-Refused(WS-Erg-Idx)
            MOVE "REFUSED"   TO WS-Erl-Status-Text
        WHEN OTHER
            MOVE WS-Erg-Status(WS-Erg-Idx) TO WS-Erl-Status-Text
    END-EVALUATE.

    MOVE SPACE TO WS-Erl-Flag.
    IF  (WS-Erg-Open(WS-Erg-Idx) OR WS-Erg-Searched(WS-Erg-Idx))
    AND WS-Erl-Today > WS-Erg-Due-Date(WS-Erg-Idx)
        MOVE "OVERDUE" TO WS-Erl-Flag
    END-IF.

    MOVE WS-Erg-Subject-ID(WS-Erg-Idx, 1) TO WS-Erl-Masked.
    PERFORM 215-Mask-Subject-ID.

    DISPLAY WS-Erl-Seq-Edit "  " WS-Erg-Request-ID(WS-Erg-Idx)
            "  " WS-Erl-Status-Text
            "  due " WS-Erg-Due-Date(WS-Erg-Idx)
            " " WS-Erl-Flag
            "  " FUNCTION TRIM(WS-Erl-Masked)
      UPON CONSOLE.
    IF  WS-Erg-Searched-Stamp(WS-Erg-Idx) NOT = SPACE
        DISPLAY "       searched " WS-Erg-Searched-Stamp(WS-Erg-Idx)
                "  matches " WS-Erg-Match-Count(WS-Erg-Idx)
                "  held " WS-Erg-Held-Count(WS-Erg-Idx)
                "  redacted " WS-Erg-Redacted-Count(WS-Erg-Idx)
          UPON CONSOLE
    END-IF.
    IF  WS-Erg-Refusal(WS-Erg-Idx) NOT = SPACE
        DISPLAY "       refused: " FUNCTION TRIM(WS-Erg-Refusal(WS-Erg-Idx))
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
215-Mask-Subject-ID.
*>------------------------------------------------
*> WS-Erl-Masked left-justified with all but its last
*> four characters starred - how an identifier is shown
*> on the console and the reports, and how it is kept
*> once the request is completed.
*>------------------------------------------------
    MOVE FUNCTION TRIM(WS-Erl-Masked) TO WS-Erl-Masked.
    IF  WS-Erl-Masked = SPACE
        MOVE ZERO TO WS-Erl-Id-Len
    ELSE
        COMPUTE WS-Erl-Id-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Erl-Masked))
    END-IF.
    IF  WS-Erl-Id-Len > 4
        MOVE WS-Ers-Stars(1 : WS-Erl-Id-Len - 4)
          TO WS-Erl-Masked(1 : WS-Erl-Id-Len - 4)
    END-IF.

*>------------------------------------------------
220-Find-Request.
*>------------------------------------------------
    MOVE "N"  TO WS-Erl-Found-Sw.
    MOVE ZERO TO WS-Erl-Hit.
    PERFORM 221-Match-One-Request
      VARYING WS-Erg-Idx FROM 1 BY 1
        UNTIL WS-Erl-Found
           OR WS-Erg-Idx > WS-Erg-Count.
    IF  WS-Erl-Found
        SET WS-Erg-Idx TO WS-Erl-Hit
    END-IF.

*>------------------------------------------------
221-Match-One-Request.
*>------------------------------------------------
    IF  WS-Erg-Seq(WS-Erg-Idx) = WS-Erl-Pick
        MOVE "Y" TO WS-Erl-Found-Sw
        SET WS-Erl-Hit TO WS-Erg-Idx
    END-IF.

*>------------------------------------------------
300-Log-Request.
*>------------------------------------------------
*> Anyone may log a request - the privacy office keys
*> it as received.  Only searching and erasing need
*> the privilege.  The row is appended with the next
*> register number; nothing already on file changes.
*>------------------------------------------------
    IF  WS-Erg-Count >= 200
        DISPLAY WS-Pgm-ID " register full (200 rows)" UPON CONSOLE
        GO TO 300-Log-Request-Exit
    END-IF.

    DISPLAY "Request ID:" UPON CONSOLE.
    MOVE SPACE TO WS-Ere-Request-ID.
    ACCEPT WS-Ere-Request-ID FROM CONSOLE END-ACCEPT.
    IF  WS-Ere-Request-ID = SPACE
        DISPLAY WS-Pgm-ID " blank request ID - nothing logged"
          UPON CONSOLE
        GO TO 300-Log-Request-Exit
    END-IF.

    MOVE "N" TO WS-Ere-Dup-Sw.
    PERFORM 320-Check-Duplicate-ID
      VARYING WS-Erg-Idx FROM 1 BY 1
        UNTIL WS-Ere-Dup
           OR WS-Erg-Idx > WS-Erg-Count.
    IF  WS-Ere-Dup
        DISPLAY WS-Pgm-ID " request " FUNCTION TRIM(WS-Ere-Request-ID)
                " is already on the register - nothing logged"
          UPON CONSOLE
        GO TO 300-Log-Request-Exit
    END-IF.

    MOVE SPACE TO WS-Ere-Subject-Table.
    MOVE "Y" TO WS-Ere-Ok-Sw.
    PERFORM 305-Accept-Subject
      VARYING WS-Erl-Sub FROM 1 BY 1
        UNTIL WS-Erl-Sub > 3
           OR NOT WS-Ere-Ok.
    IF  NOT WS-Ere-Ok
        GO TO 300-Log-Request-Exit
    END-IF.

    DISPLAY "Date requested YYYYMMDD (blank for today):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Ere-Requested-Date.
    ACCEPT WS-Ere-Requested-Date FROM CONSOLE END-ACCEPT.
    IF  WS-Ere-Requested-Date = SPACE
        MOVE WS-Erl-Today TO WS-Ere-Requested-Date
    END-IF.
    PERFORM 310-Check-Date-Entry.
    IF  NOT WS-Ere-Ok
        GO TO 300-Log-Request-Exit
    END-IF.

    COMPUTE WS-Ere-Due-YMD
          = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-Ere-Requested-Date))
               + WS-Ere-Due-Days).

    DISPLAY "Log request " FUNCTION TRIM(WS-Ere-Request-ID)
            ", due " WS-Ere-Due-YMD " (Y/N)?" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
        DISPLAY WS-Pgm-ID " request not logged" UPON CONSOLE
        GO TO 300-Log-Request-Exit
    END-IF.

    PERFORM 395-Stamp-Now.

    OPEN EXTEND Erasure-Reg-File.
    IF  WS-StatusERG NOT = "00"
        OPEN OUTPUT Erasure-Reg-File
    END-IF.
    IF  WS-StatusERG NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Erasure-Reg-Path)
                " status " WS-StatusERG UPON CONSOLE
        GO TO 300-Log-Request-Exit
    END-IF.

    MOVE SPACE TO Erasure-Reg-Line.
    ADD 1 TO WS-Erg-Max-Seq.
    MOVE WS-Erg-Max-Seq        TO ER-Seq.
    MOVE WS-Ere-Request-ID     TO ER-Request-ID.
    MOVE WS-Ere-Subject(1)     TO ER-Subject-ID(1).
    MOVE WS-Ere-Subject(2)     TO ER-Subject-ID(2).
    MOVE WS-Ere-Subject(3)     TO ER-Subject-ID(3).
    MOVE WS-Ere-Requested-Date TO ER-Requested-Date.
    MOVE WS-Ere-Due-YMD        TO ER-Due-Date.
    MOVE "O"                   TO ER-Status.
    MOVE WS-OS-User            TO ER-Logged-By.
    MOVE WS-Stamp-Now          TO ER-Logged-Stamp.
    MOVE ZERO                  TO ER-Match-Count
                                  ER-Held-Count
                                  ER-Redacted-Count.
    WRITE Erasure-Reg-Line.
    CLOSE Erasure-Reg-File.

    MOVE WS-Erg-Max-Seq TO WS-Erl-Seq-Edit.
    DISPLAY WS-Pgm-ID " request " FUNCTION TRIM(WS-Ere-Request-ID)
            " logged as register no " FUNCTION TRIM(WS-Erl-Seq-Edit)
      UPON CONSOLE.

    MOVE SPACE TO WS-MSG.
    STRING "erasure no " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erl-Seq-Edit) DELIMITED BY SIZE
           " logged: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ere-Request-ID) DELIMITED BY SIZE
           " due " DELIMITED BY SIZE
           WS-Ere-Due-YMD DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

*>------------------------------------------------
300-Log-Request-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
305-Accept-Subject.
*>------------------------------------------------
*> The first identifier is required; every one given
*> must be at least four characters, or the search
*> would match half the estate.
*>------------------------------------------------
    IF  WS-Erl-Sub = 1
        DISPLAY "Subject identifier 1 - name, customer number, "
                "e-mail ... :" UPON CONSOLE
    ELSE
        DISPLAY "Subject identifier " WS-Erl-Sub
                " (blank for none):" UPON CONSOLE
    END-IF.
    ACCEPT WS-Ere-Subject(WS-Erl-Sub) FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION TRIM(WS-Ere-Subject(WS-Erl-Sub))
      TO WS-Ere-Subject(WS-Erl-Sub).

    IF  WS-Ere-Subject(WS-Erl-Sub) = SPACE
        IF  WS-Erl-Sub = 1
            DISPLAY WS-Pgm-ID " blank identifier - nothing logged"
              UPON CONSOLE
            MOVE "N" TO WS-Ere-Ok-Sw
        END-IF
    ELSE
        IF  FUNCTION LENGTH(FUNCTION TRIM(WS-Ere-Subject(WS-Erl-Sub)))
              < WS-Ere-Min-Len
            DISPLAY WS-Pgm-ID " identifier " WS-Erl-Sub
                    " is under " WS-Ere-Min-Len
                    " characters - nothing logged" UPON CONSOLE
            MOVE "N" TO WS-Ere-Ok-Sw
        END-IF
    END-IF.

*>------------------------------------------------
310-Check-Date-Entry.
*>------------------------------------------------
*> A real YYYYMMDD, not in the future - the due date is
*> counted from it.
*>------------------------------------------------
    MOVE "Y" TO WS-Ere-Ok-Sw.
    IF  WS-Ere-Requested-Date IS NOT NUMERIC
        MOVE "N" TO WS-Ere-Ok-Sw
    ELSE
        IF  FUNCTION TEST-DATE-YYYYMMDD
              (FUNCTION NUMVAL(WS-Ere-Requested-Date)) NOT = ZERO
        OR  WS-Ere-Requested-Date > WS-Erl-Today
            MOVE "N" TO WS-Ere-Ok-Sw
        END-IF
    END-IF.

    IF  NOT WS-Ere-Ok
        DISPLAY WS-Pgm-ID " " WS-Ere-Requested-Date
                " is not a YYYYMMDD date up to today - nothing logged"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
320-Check-Duplicate-ID.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Erg-Request-ID(WS-Erg-Idx))
      = FUNCTION UPPER-CASE(WS-Ere-Request-ID)
        MOVE "Y" TO WS-Ere-Dup-Sw
    END-IF.

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
400-Search-Request.
*>------------------------------------------------
*> Read-only sweep of every artifact for the request
*> at WS-Erg-Idx; the findings report is what the
*> approver of the erasure looks at.  Re-runnable - a
*> completed request has nothing left to find.
*>------------------------------------------------
    MOVE "ERASURE" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to process erasure requests"
          UPON CONSOLE
        GO TO 400-Search-Request-Exit
    END-IF.

    IF  WS-Erg-Completed(WS-Erg-Idx)
        DISPLAY WS-Pgm-ID " request "
                FUNCTION TRIM(WS-Erg-Request-ID(WS-Erg-Idx))
                " is already completed" UPON CONSOLE
        GO TO 400-Search-Request-Exit
    END-IF.

    MOVE "S" TO WS-Ers-Mode-Sw.
    PERFORM 500-Run-Sweep
      THRU 500-Run-Sweep-Exit.
    SET WS-Erg-Idx TO WS-Erl-Hit.

    IF  WS-Ers-Error-Count > ZERO
        DISPLAY WS-Pgm-ID " search not recorded" UPON CONSOLE
        GO TO 400-Search-Request-Exit
    END-IF.

    IF  WS-Erg-Open(WS-Erg-Idx)
        MOVE "S" TO WS-Erg-Status(WS-Erg-Idx)
    END-IF.
    MOVE WS-Stamp-Now       TO WS-Erg-Searched-Stamp(WS-Erg-Idx).
    MOVE WS-Ers-Match-Count TO WS-Erg-Match-Count(WS-Erg-Idx).
    MOVE WS-Ers-Held-Count  TO WS-Erg-Held-Count(WS-Erg-Idx).

    MOVE WS-Erg-Seq(WS-Erg-Idx) TO WS-Erl-Seq-Edit.
    MOVE WS-Ers-Match-Count TO WS-Erp-Count-Edit.
    MOVE WS-Ers-Held-Count  TO WS-Erp-Count-Edit2.
    MOVE SPACE TO WS-MSG.
    STRING "erasure no " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erl-Seq-Edit) DELIMITED BY SIZE
           " search: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit) DELIMITED BY SIZE
           " found " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit2) DELIMITED BY SIZE
           " held" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

    PERFORM 410-Save-Register.

    IF  WS-StatusERG = "00"
        PERFORM 900-Write-Run-Audit
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Erp-Count-Edit)
            " matching record(s), "
            FUNCTION TRIM(WS-Erp-Count-Edit2)
            " under legal hold" UPON CONSOLE.
    DISPLAY "Report " FUNCTION TRIM(WS-Erasure-Rpt-Path)
      UPON CONSOLE.

*>------------------------------------------------
400-Search-Request-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
410-Save-Register.
*>------------------------------------------------
*> Full rewrite from the table, same as PGM55's 410-
*> Save-Register.
*>------------------------------------------------
    OPEN OUTPUT Erasure-Reg-File.

    IF  WS-StatusERG = "00"
        PERFORM 411-Write-Register-Row
          VARYING WS-Erg-Idx FROM 1 BY 1
            UNTIL WS-Erg-Idx > WS-Erg-Count

        CLOSE Erasure-Reg-File
        SET WS-Erg-Idx TO WS-Erl-Hit
    ELSE
        DISPLAY WS-Pgm-ID " unable to open "
                FUNCTION TRIM(WS-Erasure-Reg-Path)
                " for output - register not updated" UPON CONSOLE
    END-IF.

*>------------------------------------------------
411-Write-Register-Row.
*>------------------------------------------------
    MOVE SPACE TO Erasure-Reg-Line.
    MOVE WS-Erg-Seq(WS-Erg-Idx)            TO ER-Seq.
    MOVE WS-Erg-Request-ID(WS-Erg-Idx)     TO ER-Request-ID.
    MOVE WS-Erg-Subject-ID(WS-Erg-Idx, 1)  TO ER-Subject-ID(1).
    MOVE WS-Erg-Subject-ID(WS-Erg-Idx, 2)  TO ER-Subject-ID(2).
    MOVE WS-Erg-Subject-ID(WS-Erg-Idx, 3)  TO ER-Subject-ID(3).
    MOVE WS-Erg-Requested-Date(WS-Erg-Idx) TO ER-Requested-Date.
    MOVE WS-Erg-Due-Date(WS-Erg-Idx)       TO ER-Due-Date.
    MOVE WS-Erg-Status(WS-Erg-Idx)         TO ER-Status.
    MOVE WS-Erg-Logged-By(WS-Erg-Idx)      TO ER-Logged-By.
    MOVE WS-Erg-Logged-Stamp(WS-Erg-Idx)   TO ER-Logged-Stamp.
    MOVE WS-Erg-Searched-Stamp(WS-Erg-Idx) TO ER-Searched-Stamp.
    MOVE WS-Erg-Match-Count(WS-Erg-Idx)    TO ER-Match-Count.
    MOVE WS-Erg-Held-Count(WS-Erg-Idx)     TO ER-Held-Count.
    MOVE WS-Erg-Completed-Stamp(WS-Erg-Idx)
                                           TO ER-Completed-Stamp.
    MOVE WS-Erg-Completed-By(WS-Erg-Idx)   TO ER-Completed-By.
    MOVE WS-Erg-Redacted-Count(WS-Erg-Idx) TO ER-Redacted-Count.
    MOVE WS-Erg-Refusal(WS-Erg-Idx)        TO ER-Refusal.

    WRITE Erasure-Reg-Line.

*>------------------------------------------------
450-Erase-Request.
*>------------------------------------------------
*> Erasure is irreversible, so it runs only on a
*> searched request, after the operator confirms, and
*> under dual control: the first attempt files an
*> ERASEnnnnn request on the approval queue, a second
*> operator approves it from PGM35, and the next E n
*> consumes the grant and runs.  The sweep is the same
*> one the search makes, redacting instead of listing.
*>------------------------------------------------
    MOVE "ERASURE" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to process erasure requests"
          UPON CONSOLE
        GO TO 450-Erase-Request-Exit
    END-IF.

    EVALUATE TRUE
        WHEN WS-Erg-Completed(WS-Erg-Idx)
            DISPLAY WS-Pgm-ID " request "
                    FUNCTION TRIM(WS-Erg-Request-ID(WS-Erg-Idx))
                    " is already completed" UPON CONSOLE
            GO TO 450-Erase-Request-Exit
        WHEN WS-Erg-Open(WS-Erg-Idx)
            DISPLAY WS-Pgm-ID " request "
                    FUNCTION TRIM(WS-Erg-Request-ID(WS-Erg-Idx))
                    " has not been searched - run S first"
              UPON CONSOLE
            GO TO 450-Erase-Request-Exit
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    MOVE WS-Erg-Seq(WS-Erg-Idx) TO WS-Erl-Seq-Edit.
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Erase request " FUNCTION TRIM(WS-Erg-Request-ID(WS-Erg-Idx))
            " - last search " WS-Erg-Searched-Stamp(WS-Erg-Idx)
            " found " WS-Erg-Match-Count(WS-Erg-Idx)
            " record(s), " WS-Erg-Held-Count(WS-Erg-Idx)
            " under legal hold" UPON CONSOLE.
    DISPLAY "Matching records are redacted in place and cannot "
            "be recovered.  Erase (Y/N)?" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
        DISPLAY WS-Pgm-ID " nothing erased" UPON CONSOLE
        GO TO 450-Erase-Request-Exit
    END-IF.

    MOVE SPACE TO WS-Ers-Action.
    STRING "ERASE" DELIMITED BY SIZE
           WS-Erg-Seq(WS-Erg-Idx) DELIMITED BY SIZE
      INTO WS-Ers-Action
    END-STRING.
    MOVE WS-Ers-Action TO WS-Apv-Want-Action.
    PERFORM 060-Check-Dual-Control.
    SET WS-Erg-Idx TO WS-Erl-Hit.

    IF  NOT WS-Apv-Approved
        PERFORM 061-Write-Pending-Request
        DISPLAY WS-Pgm-ID " erasure needs a second operator's "
                "approval - " FUNCTION TRIM(WS-Ers-Action)
                " is on the queue; approve it from PGM35, then "
                "run E " FUNCTION TRIM(WS-Erl-Seq-Edit) " again"
          UPON CONSOLE
        MOVE SPACE TO WS-MSG
        STRING "erasure approval requested " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Action) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 900-Write-Run-Audit
        GO TO 450-Erase-Request-Exit
    END-IF.

    PERFORM 062-Note-Approval-In-Audit.

    MOVE "E" TO WS-Ers-Mode-Sw.
    PERFORM 500-Run-Sweep
      THRU 500-Run-Sweep-Exit.
    SET WS-Erg-Idx TO WS-Erl-Hit.

    MOVE WS-Ers-Match-Count TO WS-Erg-Match-Count(WS-Erg-Idx).
    MOVE WS-Ers-Held-Count  TO WS-Erg-Held-Count(WS-Erg-Idx).
    ADD  WS-Ers-Redacted-Count TO WS-Erg-Redacted-Count(WS-Erg-Idx).

    MOVE SPACE TO WS-Erg-Refusal(WS-Erg-Idx).
    IF  WS-Ers-Held-Count > ZERO
        STRING "LEGAL HOLD " DELIMITED BY SIZE
               WS-Ers-First-Case DELIMITED BY SIZE
          INTO WS-Erg-Refusal(WS-Erg-Idx)
        END-STRING
    END-IF.

    IF  WS-Ers-Outcome NOT = "E"
        MOVE WS-Ers-Outcome TO WS-Erg-Status(WS-Erg-Idx)
        MOVE WS-Stamp-Now   TO WS-Erg-Completed-Stamp(WS-Erg-Idx)
        MOVE WS-OS-User     TO WS-Erg-Completed-By(WS-Erg-Idx)
    END-IF.
    IF  WS-Ers-Outcome = "C"
        PERFORM 455-Mask-Register-IDs
          VARYING WS-Erl-Sub FROM 1 BY 1
            UNTIL WS-Erl-Sub > 3
    END-IF.

    MOVE WS-Ers-Redacted-Count TO WS-Erp-Count-Edit.
    MOVE WS-Ers-Held-Count     TO WS-Erp-Count-Edit2.
    MOVE WS-Ers-Error-Count    TO WS-Erp-Count-Edit3.
    MOVE SPACE TO WS-MSG.
    STRING FUNCTION TRIM(WS-Ers-Action) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Ers-Outcome DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit) DELIMITED BY SIZE
           " redacted " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit2) DELIMITED BY SIZE
           " refused " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit3) DELIMITED BY SIZE
           " failed" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

    PERFORM 410-Save-Register.
    PERFORM 900-Write-Run-Audit.

    DISPLAY " " UPON CONSOLE.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Erp-Count-Edit)
            " record(s) redacted, " FUNCTION TRIM(WS-Erp-Count-Edit2)
            " refused under legal hold" UPON CONSOLE.
    IF  WS-Ers-Outcome = "E"
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Erp-Count-Edit3)
                " artifact(s) could not be rewritten - the request "
                "stays open; clear the cause and run E "
                FUNCTION TRIM(WS-Erl-Seq-Edit) " again" UPON CONSOLE
    END-IF.
    DISPLAY "Certificate " FUNCTION TRIM(WS-Erasure-Rpt-Path)
      UPON CONSOLE.

*>------------------------------------------------
450-Erase-Request-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
455-Mask-Register-IDs.
*>------------------------------------------------
*> Once everything is erased the register keeps only
*> the last four characters of each identifier - enough
*> to answer the subject, not a copy of what was erased.
*>------------------------------------------------
    MOVE WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub) TO WS-Erl-Masked.
    PERFORM 215-Mask-Subject-ID.
    MOVE WS-Erl-Masked TO WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub).

*>------------------------------------------------
500-Run-Sweep.
*>------------------------------------------------
*> One pass over every company tree for the request at
*> WS-Erg-Idx, in the mode WS-Ers-Mode-Sw says - the
*> findings report for a search, the completion
*> certificate for an erasure.  The holds, layouts and
*> mirror target are re-read each run so a hold placed
*> or released since the search is honoured.
*>------------------------------------------------
    SET WS-Erl-Hit TO WS-Erg-Idx.

    MOVE ZERO  TO WS-Ers-Match-Count
                  WS-Ers-Held-Count
                  WS-Ers-Redacted-Count
                  WS-Ers-Linked-Count
                  WS-Ers-Error-Count
                  WS-Ers-Recksum-Count
                  WS-Ers-File-Count.
    MOVE SPACE TO WS-Ers-First-Case
                  WS-Ers-Outcome.

    PERFORM 510-Prepare-Subjects.

    PERFORM 080-Load-Legal-Holds.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    PERFORM 078-Load-Layout-Table.
    PERFORM 085-Load-Mirror-Cfg.

    PERFORM 395-Stamp-Now.

    MOVE SPACE TO WS-Erasure-Rpt-Path.
    IF  WS-Ers-Erasing
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/reports/erase-cert-" DELIMITED BY SIZE
               WS-Erg-Seq(WS-Erg-Idx) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Stamp-Now(1 : 8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Stamp-Now(9 : 6) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
          INTO WS-Erasure-Rpt-Path
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/reports/erase-find-" DELIMITED BY SIZE
               WS-Erg-Seq(WS-Erg-Idx) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Stamp-Now(1 : 8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Stamp-Now(9 : 6) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
          INTO WS-Erasure-Rpt-Path
        END-STRING
    END-IF.

    OPEN OUTPUT Erasure-Rpt-File.
    IF  WS-StatusERP NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Erasure-Rpt-Path)
                " status " WS-StatusERP " - nothing searched"
          UPON CONSOLE
        MOVE 1   TO WS-Ers-Error-Count
        MOVE "E" TO WS-Ers-Outcome
        GO TO 500-Run-Sweep-Exit
    END-IF.

    PERFORM 515-Write-Report-Header.

    PERFORM 520-Sweep-Company
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    EVALUATE TRUE
        WHEN WS-Ers-Error-Count > ZERO
            MOVE "E" TO WS-Ers-Outcome
        WHEN WS-Ers-Held-Count = ZERO
            MOVE "C" TO WS-Ers-Outcome
        WHEN WS-Ers-Redacted-Count = ZERO
            MOVE "R" TO WS-Ers-Outcome
        WHEN OTHER
            MOVE "H" TO WS-Ers-Outcome
    END-EVALUATE.

    PERFORM 518-Write-Report-Totals THRU 518-Write-Report-Totals-Exit.

    CLOSE Erasure-Rpt-File.

    IF  WS-Ers-Erasing
        MOVE "ERASECERT"     TO WS-Cat-Type
    ELSE
        MOVE "ERASEFIND"     TO WS-Cat-Type
    END-IF.
    MOVE WS-Stamp-Now(1 : 8) TO WS-Cat-Date.
    MOVE SPACE               TO WS-Cat-Company.
    MOVE WS-Ers-Match-Count  TO WS-Cat-Rows.
    MOVE WS-Erasure-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

*>------------------------------------------------
500-Run-Sweep-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
510-Prepare-Subjects.
*>------------------------------------------------
    MOVE ZERO TO WS-Ers-Subject-Count.
    PERFORM 511-Prepare-One-Subject
      VARYING WS-Erl-Sub FROM 1 BY 1
        UNTIL WS-Erl-Sub > 3.

*>------------------------------------------------
511-Prepare-One-Subject.
*>------------------------------------------------
*> The identifier upper-cased for a case-blind match,
*> and the token a masking profile would have written
*> in its place - hashed from the identifier exactly as
*> keyed, the way PGM01 hashes the column value.
*>------------------------------------------------
    IF  WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub) NOT = SPACE
        ADD 1 TO WS-Ers-Subject-Count
        SET WS-Ers-Sub-Idx TO WS-Ers-Subject-Count
        MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub)))
          TO WS-Ers-Upper(WS-Ers-Sub-Idx)
        COMPUTE WS-Ers-Len(WS-Ers-Sub-Idx)
              = FUNCTION LENGTH
                  (FUNCTION TRIM(WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub)))

        MOVE FUNCTION TRIM(WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub))
          TO WS-Content-Value
        MOVE WS-Ers-Len(WS-Ers-Sub-Idx) TO WS-Mask-Len
        PERFORM 5111-Build-Mask-Token
        MOVE WS-Mask-Token-Value TO WS-Ers-Token(WS-Ers-Sub-Idx)
    END-IF.

*>------------------------------------------------
5111-Build-Mask-Token.
*>------------------------------------------------
*> Same keyed hash as PGM01's 24341-Build-Mask-Token.
*>------------------------------------------------
    IF  NOT WS-Mask-Key-Loaded
        MOVE "Y" TO WS-Mask-Key-Sw
        ACCEPT WS-Mask-Key FROM ENVIRONMENT "PGM00_MASK_KEY"
          END-ACCEPT
        MOVE 7 TO WS-Mask-Hash
        IF  WS-Mask-Key NOT = SPACE
            MOVE WS-Mask-Key TO WS-Mask-Hash-Src
            COMPUTE WS-Mask-Hash-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Mask-Key))
            PERFORM 5112-Hash-One-Char
              VARYING WS-Mask-Char-Idx FROM 1 BY 1
                UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len
        END-IF
        MOVE WS-Mask-Hash TO WS-Mask-Seed
    END-IF.

    MOVE WS-Mask-Seed     TO WS-Mask-Hash.
    MOVE WS-Content-Value TO WS-Mask-Hash-Src.
    MOVE WS-Mask-Len      TO WS-Mask-Hash-Len.
    PERFORM 5112-Hash-One-Char
      VARYING WS-Mask-Char-Idx FROM 1 BY 1
        UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len.

    MOVE WS-Mask-Hash TO WS-Mask-Token-Digits.

*>------------------------------------------------
5112-Hash-One-Char.
*>------------------------------------------------
    COMPUTE WS-Mask-Hash
          = FUNCTION MOD(WS-Mask-Hash * 131
              + FUNCTION ORD(WS-Mask-Hash-Src(WS-Mask-Char-Idx : 1)),
              9999999967).

*>------------------------------------------------
515-Write-Report-Header.
*>------------------------------------------------
*> The request as the report's reader needs it - the
*> identifiers masked, the grant that let an erasure
*> run - then the column heads and the verdict legend.
*>------------------------------------------------
    MOVE SPACE TO Erasure-Rpt-Line.
    IF  WS-Ers-Erasing
        STRING "ERASURE CERTIFICATE   " DELIMITED BY SIZE
               WS-Stamp-Now DELIMITED BY SIZE
               "   EXECUTED BY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
          INTO Erasure-Rpt-Line
        END-STRING
    ELSE
        STRING "ERASURE FINDINGS REPORT   " DELIMITED BY SIZE
               WS-Stamp-Now DELIMITED BY SIZE
               "   PREPARED BY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
          INTO Erasure-Rpt-Line
        END-STRING
    END-IF.
    WRITE Erasure-Rpt-Line.

    MOVE WS-Erg-Seq(WS-Erg-Idx) TO WS-Erl-Seq-Edit.
    MOVE SPACE TO Erasure-Rpt-Line.
    STRING "REQUEST " DELIMITED BY SIZE
           WS-Erg-Request-ID(WS-Erg-Idx) DELIMITED BY SIZE
           "  REGISTER NO " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erl-Seq-Edit) DELIMITED BY SIZE
           "  REQUESTED " DELIMITED BY SIZE
           WS-Erg-Requested-Date(WS-Erg-Idx) DELIMITED BY SIZE
           "  DUE " DELIMITED BY SIZE
           WS-Erg-Due-Date(WS-Erg-Idx) DELIMITED BY SIZE
           "  LOGGED BY " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erg-Logged-By(WS-Erg-Idx)) DELIMITED BY SIZE
      INTO Erasure-Rpt-Line
    END-STRING.
    WRITE Erasure-Rpt-Line.

    PERFORM 516-Write-Subject-Line
      VARYING WS-Erl-Sub FROM 1 BY 1
        UNTIL WS-Erl-Sub > 3.

    IF  WS-Ers-Erasing
        MOVE SPACE TO Erasure-Rpt-Line
        STRING "REQUESTED BY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Apv-Used-Requester) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-Apv-Used-Req-Stamp DELIMITED BY SIZE
               "  APPROVED BY " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Apv-Used-Approver) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-Apv-Used-App-Stamp DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Action) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
          INTO Erasure-Rpt-Line
        END-STRING
        WRITE Erasure-Rpt-Line
    END-IF.

    MOVE SPACE TO Erasure-Rpt-Line.
    WRITE Erasure-Rpt-Line.
    MOVE "  AREA     COMPANY       LINE CL S VERDICT  CASE         ARTIFACT"
      TO Erasure-Rpt-Line.
    WRITE Erasure-Rpt-Line.
    MOVE SPACE TO Erasure-Rpt-Line.
    STRING "  (CL column matched in a profiled file, S subject "
           DELIMITED BY SIZE
           "identifier; FOUND/HELD on a search, REDACTED/REFUSED/"
           DELIMITED BY SIZE
           "FAILED on an erasure)" DELIMITED BY SIZE
      INTO Erasure-Rpt-Line
    END-STRING.
    WRITE Erasure-Rpt-Line.

*>------------------------------------------------
516-Write-Subject-Line.
*>------------------------------------------------
    IF  WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub) NOT = SPACE
        MOVE WS-Erg-Subject-ID(WS-Erg-Idx, WS-Erl-Sub) TO WS-Erl-Masked
        PERFORM 215-Mask-Subject-ID
        MOVE SPACE TO Erasure-Rpt-Line
        STRING "SUBJECT " DELIMITED BY SIZE
               WS-Erl-Sub DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Erl-Masked) DELIMITED BY SIZE
          INTO Erasure-Rpt-Line
        END-STRING
        WRITE Erasure-Rpt-Line
    END-IF.

*>------------------------------------------------
518-Write-Report-Totals.
*>------------------------------------------------
    MOVE WS-Ers-Match-Count TO WS-Erp-Count-Edit.
    MOVE WS-Ers-Held-Count  TO WS-Erp-Count-Edit2.
    MOVE WS-Ers-Linked-Count TO WS-Erp-Count-Edit3.

    MOVE SPACE TO Erasure-Rpt-Line.
    WRITE Erasure-Rpt-Line.
    MOVE SPACE TO Erasure-Rpt-Line.
    STRING "TOTALS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit) DELIMITED BY SIZE
           " MATCHING RECORD(S), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit2) DELIMITED BY SIZE
           " UNDER LEGAL HOLD, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit3) DELIMITED BY SIZE
           " RECORD-ERRORS ROW(S) LINKED" DELIMITED BY SIZE
      INTO Erasure-Rpt-Line
    END-STRING.
    WRITE Erasure-Rpt-Line.

    IF  WS-Ers-Searching
        GO TO 518-Write-Report-Totals-Exit
    END-IF.

    MOVE WS-Ers-Redacted-Count TO WS-Erp-Count-Edit.
    MOVE WS-Ers-Recksum-Count  TO WS-Erp-Count-Edit2.
    MOVE WS-Ers-Error-Count    TO WS-Erp-Count-Edit3.
    MOVE SPACE TO Erasure-Rpt-Line.
    STRING "        " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit) DELIMITED BY SIZE
           " REDACTED, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit2) DELIMITED BY SIZE
           " ARTIFACT(S) RE-CHECKSUMMED, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Erp-Count-Edit3) DELIMITED BY SIZE
           " COULD NOT BE REWRITTEN" DELIMITED BY SIZE
      INTO Erasure-Rpt-Line
    END-STRING.
    WRITE Erasure-Rpt-Line.

    MOVE SPACE TO Erasure-Rpt-Line.
    EVALUATE WS-Ers-Outcome
        WHEN "C"
            STRING "OUTCOME: COMPLETED - NO RECORD OF THE SUBJECT "
                   DELIMITED BY SIZE
                   "REMAINS IN ANY ARTIFACT SEARCHED" DELIMITED BY SIZE
              INTO Erasure-Rpt-Line
            END-STRING
        WHEN "H"
            STRING "OUTCOME: COMPLETED EXCEPT RECORDS REFUSED UNDER "
                   DELIMITED BY SIZE
                   "LEGAL HOLD (FIRST CASE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ers-First-Case) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO Erasure-Rpt-Line
            END-STRING
        WHEN "R"
            STRING "OUTCOME: REFUSED - EVERY MATCHING RECORD IS UNDER "
                   DELIMITED BY SIZE
                   "LEGAL HOLD (FIRST CASE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Ers-First-Case) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO Erasure-Rpt-Line
            END-STRING
        WHEN OTHER
            STRING "OUTCOME: INCOMPLETE - THE REQUEST STAYS OPEN FOR "
                   DELIMITED BY SIZE
                   "A FURTHER RUN" DELIMITED BY SIZE
              INTO Erasure-Rpt-Line
            END-STRING
    END-EVALUATE.
    WRITE Erasure-Rpt-Line.

*>------------------------------------------------
518-Write-Report-Totals-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
520-Sweep-Company.
*>------------------------------------------------
*> Re-root for WS-Co-Idx's company the same way PGM55's
*> 520-Report-Company does, and its mirror target the
*> way PGM19's 210-Mirror-Company does, then search
*> each area in turn.  The intake index is opened I-O
*> for an erasure so a redacted file's checksum can be
*> brought up to date.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    MOVE "(base)" TO WS-Ers-Co-Label.
    MOVE SPACE TO WS-Mirror-Co-Target.
    IF  WS-Company-Code(WS-Co-Idx) = SPACE
        MOVE WS-Mirror-Target TO WS-Mirror-Co-Target
    ELSE
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Ers-Co-Label
        MOVE SPACE TO WS-Root-Path
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
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
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE ZERO TO WS-Erk-Count.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE "N" TO WS-Intake-Index-Open-Sw.
    IF  WS-Ers-Erasing
        OPEN I-O Intake-Index-File
    ELSE
        OPEN INPUT Intake-Index-File
    END-IF.
    IF  WS-StatusIDX = "00"
        MOVE "Y" TO WS-Intake-Index-Open-Sw
    END-IF.

    MOVE "DONE" TO WS-Ers-Area.
    MOVE TBL-Path-Name(TBL-dir-files-done) TO WS-Ers-Dir.
    MOVE "-type f" TO WS-Ers-Find-Tail.
    MOVE "Y" TO WS-Ers-Index-Use-Sw
                WS-Ers-Link-Sw.
    PERFORM 530-Search-File-Area.

    MOVE "NORMAL" TO WS-Ers-Area.
    MOVE TBL-Path-Name(TBL-dir-files-normalized) TO WS-Ers-Dir.
    MOVE "-type f" TO WS-Ers-Find-Tail.
    MOVE "N" TO WS-Ers-Index-Use-Sw
                WS-Ers-Link-Sw.
    PERFORM 530-Search-File-Area.

    MOVE "ARCHIVE" TO WS-Ers-Area.
    MOVE SPACE TO WS-Ers-Dir.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           "archive/" DELIMITED BY SIZE
      INTO WS-Ers-Dir
    END-STRING.
    MOVE "-maxdepth 1 -type f -name 'archive-*.tar.gz'"
      TO WS-Ers-Find-Tail.
    MOVE "A" TO WS-Ers-Pack-Kind.
    PERFORM 550-Search-Pack-Area.

    PERFORM 560-Link-Record-Errors
      THRU 560-Link-Record-Errors-Exit.

    MOVE "AUDITPK" TO WS-Ers-Area.
    MOVE TBL-Path-Name(TBL-dir-reports) TO WS-Ers-Dir.
    MOVE "-maxdepth 1 -type f -name 'audit-pack-*.tar.gz'"
      TO WS-Ers-Find-Tail.
    MOVE "P" TO WS-Ers-Pack-Kind.
    PERFORM 550-Search-Pack-Area.

    PERFORM 570-Search-Trans-Master
      THRU 570-Search-Trans-Master-Exit.

    IF  WS-Intake-Index-Open
        CLOSE Intake-Index-File
        MOVE "N" TO WS-Intake-Index-Open-Sw
    END-IF.

    IF  WS-Mirror-Co-Target NOT = SPACE
        MOVE "MIRROR" TO WS-Ers-Area
        MOVE SPACE TO WS-Ers-Dir
        STRING FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
               "/files/done/" DELIMITED BY SIZE
          INTO WS-Ers-Dir
        END-STRING
        MOVE "-type f" TO WS-Ers-Find-Tail
        MOVE "N" TO WS-Ers-Index-Use-Sw
                    WS-Ers-Link-Sw
        PERFORM 530-Search-File-Area
    END-IF.

*>------------------------------------------------
530-Search-File-Area.
*>------------------------------------------------
    PERFORM 580-List-Area.

    MOVE "N" TO WS-EOF-ISC.
    OPEN INPUT Intake-Scan-File.
    IF  WS-StatusISC = "00"
        PERFORM 531-Search-One-Entry
          UNTIL Intake-Scan-EOF
        CLOSE Intake-Scan-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Intake-Scan-Path
    END-CALL.

*>------------------------------------------------
531-Search-One-Entry.
*>------------------------------------------------
*> Attribution as PGM55's 531-Judge-One-Entry does it -
*> a vendor subfolder names its vendor, a flat file is
*> matched against the vendor table - except that a
*> done file's own index row, when there is one, gives
*> the vendor and the layout version it was taken in
*> under.
*>------------------------------------------------
    READ Intake-Scan-File
        AT END
            MOVE "Y" TO WS-EOF-ISC
        NOT AT END
            IF  Intake-Scan-Entry NOT = SPACE
                PERFORM 532-Search-Listed-File
            END-IF
    END-READ.

*>------------------------------------------------
532-Search-Listed-File.
*>------------------------------------------------
    MOVE SPACE TO WS-Ers-Rel-Name
                  WS-Ers-Date-X.
    UNSTRING Intake-Scan-Entry DELIMITED BY "|"
        INTO WS-Ers-Rel-Name
             WS-Ers-Date-X
    END-UNSTRING.

    MOVE SPACE TO WS-Ers-Name-P1
                  WS-Ers-Name-P2.
    UNSTRING WS-Ers-Rel-Name DELIMITED BY "/"
        INTO WS-Ers-Name-P1
             WS-Ers-Name-P2
    END-UNSTRING.

    IF  WS-Ers-Name-P2 NOT = SPACE
        MOVE WS-Ers-Name-P2 TO WS-Ers-Bare-Name
        MOVE WS-Ers-Name-P1 TO WS-Ers-Vendor
        MOVE "Y" TO WS-Ers-Vendor-Known-Sw
    ELSE
        MOVE WS-Ers-Name-P1 TO WS-Ers-Bare-Name
        MOVE WS-Ers-Bare-Name TO WS-Lgh-Check-Name
        PERFORM 094-Match-Vendor-For-Name
        MOVE WS-Vendor-Match-Code TO WS-Ers-Vendor
        IF  WS-Vendor-Count > ZERO
            MOVE "Y" TO WS-Ers-Vendor-Known-Sw
        ELSE
            MOVE "N" TO WS-Ers-Vendor-Known-Sw
        END-IF
    END-IF.

    MOVE SPACE         TO WS-Ers-Layout-Tag.
    MOVE WS-Ers-Date-X TO WS-Ers-Layout-Date.

    MOVE "N" TO WS-II-Row-Found-Sw.
    IF  WS-Ers-Index-Use
    AND WS-Intake-Index-Open
        MOVE WS-Ers-Bare-Name TO WS-II-Search-Name
        MOVE "N" TO WS-Ers-Want-Archived-Sw
        PERFORM 650-Find-Index-Row THRU 650-Find-Index-Row-Exit
        IF  WS-II-Row-Found
            IF  II-Vendor-Code NOT = SPACE
                MOVE II-Vendor-Code TO WS-Ers-Vendor
                MOVE "Y" TO WS-Ers-Vendor-Known-Sw
            END-IF
            MOVE FUNCTION UPPER-CASE(II-Layout-Version)
              TO WS-Ers-Layout-Tag
            MOVE II-Received-Date TO WS-Ers-Layout-Date
        END-IF
    END-IF.

    PERFORM 690-Set-File-Context.

    MOVE SPACE TO WS-Erasure-Data-Path.
    STRING FUNCTION TRIM(WS-Ers-Dir) DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Rel-Name) DELIMITED BY SIZE
      INTO WS-Erasure-Data-Path
    END-STRING.
    MOVE WS-Ers-Rel-Name TO WS-Ers-Show-Name.

    PERFORM 600-Search-One-File THRU 600-Search-One-File-Exit.

*>  a redacted done file keeps its index row honest -
*>  PGM53 and PGM54 re-prove files against II-Checksum.
    IF  WS-Ers-Changed
    AND WS-II-Row-Found
        MOVE WS-Erasure-Data-Path TO WS-Ers-Cksum-Target
        PERFORM 640-Compute-Checksum
        IF  WS-Cksum-Value NOT = ZERO
            MOVE WS-Cksum-Value TO II-Checksum
            REWRITE Intake-Index-Record
            IF  WS-StatusIDX = "00"
                ADD 1 TO WS-Ers-Recksum-Count
            ELSE
                ADD 1 TO WS-Ers-Error-Count
            END-IF
        ELSE
            ADD 1 TO WS-Ers-Error-Count
        END-IF
    END-IF.

*>------------------------------------------------
580-List-Area.
*>------------------------------------------------
*> Same find -printf listing idiom as PGM55's 530-List-
*> One-Area - relative name and mtime, one per line,
*> into the scan file.
*>------------------------------------------------
    MOVE SPACE TO WS-Intake-Ls-Cmd.
    STRING "find " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Dir) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Find-Tail) DELIMITED BY SIZE
           " -printf '%P|%TY%Tm%Td\n' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Scan-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Intake-Ls-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Intake-Ls-Cmd
    END-CALL.

*>------------------------------------------------
550-Search-Pack-Area.
*>------------------------------------------------
*> Archive bundles ("A") and audit packs ("P") are
*> searched member by member: each is extracted to a
*> work directory beside the files area, searched
*> there, and repacked under its own name when an
*> erasure changed a member.
*>------------------------------------------------
    PERFORM 580-List-Area.

    MOVE "N" TO WS-EOF-ISC.
    OPEN INPUT Intake-Scan-File.
    IF  WS-StatusISC = "00"
        PERFORM 551-Search-One-Pack
          UNTIL Intake-Scan-EOF
        CLOSE Intake-Scan-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Intake-Scan-Path
    END-CALL.

*>------------------------------------------------
551-Search-One-Pack.
*>------------------------------------------------
    READ Intake-Scan-File
        AT END
            MOVE "Y" TO WS-EOF-ISC
        NOT AT END
            IF  Intake-Scan-Entry NOT = SPACE
                PERFORM 552-Search-Listed-Pack
                  THRU 552-Search-Listed-Pack-Exit
            END-IF
    END-READ.

*>------------------------------------------------
552-Search-Listed-Pack.
*>------------------------------------------------
    MOVE SPACE TO WS-Ers-Rel-Name
                  WS-Ers-Date-X.
    UNSTRING Intake-Scan-Entry DELIMITED BY "|"
        INTO WS-Ers-Rel-Name
             WS-Ers-Date-X
    END-UNSTRING.

    MOVE WS-Ers-Rel-Name TO WS-Ers-Pack-Name.
    MOVE SPACE TO WS-Ers-Bundle-Path.
    STRING FUNCTION TRIM(WS-Ers-Dir) DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Rel-Name) DELIMITED BY SIZE
      INTO WS-Ers-Bundle-Path
    END-STRING.

    MOVE SPACE TO WS-Ers-Work-Dir.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".erase-work" DELIMITED BY SIZE
      INTO WS-Ers-Work-Dir
    END-STRING.

    MOVE SPACE TO WS-Archive-List-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".erase-list.tmp" DELIMITED BY SIZE
      INTO WS-Archive-List-Path
    END-STRING.

    MOVE "N"  TO WS-Ers-Pack-Changed-Sw.
    MOVE ZERO TO WS-Erc-Count.

    MOVE SPACE TO WS-Ers-Cmd.
    STRING "rm -rf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "' && mkdir -p '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "' && tar -xzf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
           "' -C '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "' 2>/dev/null && tar -tzf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
           "' 2>/dev/null | grep -v '/$' > '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Archive-List-Path) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
      INTO WS-Ers-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Ers-Cmd
    END-CALL.

    IF  Return-Code NOT = ZERO
        DISPLAY WS-Pgm-ID " unable to open "
                FUNCTION TRIM(WS-Ers-Bundle-Path)
                " - not searched"
          UPON CONSOLE
        ADD 1 TO WS-Ers-Error-Count
        MOVE WS-Ers-Rel-Name TO WS-Ers-Show-Name
        MOVE ZERO     TO WS-Ers-Line-No
                         WS-Ers-Hit-Col
                         WS-Ers-Hit-Subject
        MOVE "FAILED" TO WS-Ers-Verdict
        MOVE SPACE    TO WS-Ers-Hold-Case
        PERFORM 619-Write-Finding
        GO TO 552-Search-Listed-Pack-Cleanup
    END-IF.

*>  an audit pack is one evidence bundle - a hold that
*>  names it covers every member, so it is judged once
*>  by its own name.
    IF  WS-Ers-Pack-Audit
        MOVE WS-Ers-Rel-Name TO WS-Lgh-Check-Name
        MOVE SPACE TO WS-Lgh-Check-Vendor
        MOVE "N" TO WS-Lgh-Vendor-Known-Sw
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company
        MOVE ZERO TO WS-Lgh-Check-YMD
        IF  WS-Ers-Date-X IS NUMERIC
            MOVE WS-Ers-Date-X TO WS-Lgh-Check-YMD
        END-IF
        PERFORM 081-Check-Legal-Hold
        MOVE WS-Ers-Held-Sw    TO WS-Ers-Pack-Held-Sw
        MOVE WS-Ers-Hold-Case  TO WS-Ers-Pack-Case
    END-IF.

    MOVE "N" TO WS-EOF-ARL.
    OPEN INPUT Archive-List-File.
    IF  WS-StatusARL = "00"
        PERFORM 553-Search-One-Member
          UNTIL Archive-List-EOF
        CLOSE Archive-List-File
    END-IF.

    IF  NOT WS-Ers-Pack-Changed
        GO TO 552-Search-Listed-Pack-Cleanup
    END-IF.

    IF  WS-Ers-Pack-Archive
        PERFORM 556-Rewrite-Manifest THRU 556-Rewrite-Manifest-Exit
    END-IF.

    MOVE SPACE TO WS-Ers-Cmd.
    STRING "tar -czf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
           ".tmp' -C '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "' -T '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Archive-List-Path) DELIMITED BY SIZE
           "' 2>/dev/null && mv '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
           ".tmp' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
      INTO WS-Ers-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Ers-Cmd
    END-CALL.

    IF  Return-Code NOT = ZERO
        DISPLAY WS-Pgm-ID " unable to repack "
                FUNCTION TRIM(WS-Ers-Bundle-Path)
          UPON CONSOLE
        ADD 1 TO WS-Ers-Error-Count
        MOVE WS-Ers-Rel-Name TO WS-Ers-Show-Name
        MOVE ZERO     TO WS-Ers-Line-No
                         WS-Ers-Hit-Col
                         WS-Ers-Hit-Subject
        MOVE "FAILED" TO WS-Ers-Verdict
        MOVE SPACE    TO WS-Ers-Hold-Case
        PERFORM 619-Write-Finding
        GO TO 552-Search-Listed-Pack-Cleanup
    END-IF.

    ADD 1 TO WS-Ers-Recksum-Count.
    PERFORM 554-Refresh-Mirror-Copy THRU 554-Refresh-Mirror-Copy-Exit.

*>------------------------------------------------
552-Search-Listed-Pack-Cleanup.
*>------------------------------------------------
    MOVE SPACE TO WS-Ers-Cmd.
    STRING "rm -rf '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
      INTO WS-Ers-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Ers-Cmd
    END-CALL.

    CALL "CBL_DELETE_FILE"
      USING WS-Archive-List-Path
    END-CALL.

*>------------------------------------------------
552-Search-Listed-Pack-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
553-Search-One-Member.
*>------------------------------------------------
    READ Archive-List-File
        AT END
            MOVE "Y" TO WS-EOF-ARL
        NOT AT END
            IF  Archive-List-Entry NOT = SPACE
                PERFORM 555-Search-Listed-Member
                  THRU 555-Search-Listed-Member-Exit
            END-IF
    END-READ.

*>------------------------------------------------
554-Refresh-Mirror-Copy.
*>------------------------------------------------
*> The DR mount keeps its own copy of every bundle and
*> pack (PGM19's 210-Mirror-Company) - it gets the
*> redacted one, manifest too, so the subject is not
*> left recoverable there.
*>------------------------------------------------
    IF  WS-Mirror-Co-Target = SPACE
        GO TO 554-Refresh-Mirror-Copy-Exit
    END-IF.

    MOVE SPACE TO WS-Ers-Mirror-Dir.
    IF  WS-Ers-Pack-Archive
        STRING FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
               "/files/archive" DELIMITED BY SIZE
          INTO WS-Ers-Mirror-Dir
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
               "/reports" DELIMITED BY SIZE
          INTO WS-Ers-Mirror-Dir
        END-STRING
    END-IF.

    MOVE SPACE TO WS-Ers-Cmd.
    IF  WS-Ers-Pack-Archive
        STRING "if [ -d '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Mirror-Dir) DELIMITED BY SIZE
               "' ]; then cp '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Archive-Manifest-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Mirror-Dir) DELIMITED BY SIZE
               "'/; fi" DELIMITED BY SIZE
          INTO WS-Ers-Cmd
        END-STRING
    ELSE
        STRING "if [ -d '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Mirror-Dir) DELIMITED BY SIZE
               "' ]; then cp '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Bundle-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ers-Mirror-Dir) DELIMITED BY SIZE
               "'/; fi" DELIMITED BY SIZE
          INTO WS-Ers-Cmd
        END-STRING
    END-IF.

    CALL "SYSTEM"
      USING WS-Ers-Cmd
    END-CALL.

    IF  Return-Code NOT = ZERO
        DISPLAY WS-Pgm-ID " unable to refresh the mirror copy of "
                FUNCTION TRIM(WS-Ers-Rel-Name)
          UPON CONSOLE
        ADD 1 TO WS-Ers-Error-Count
    END-IF.

*>------------------------------------------------
554-Refresh-Mirror-Copy-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
555-Search-Listed-Member.
*>------------------------------------------------
*> An archive member is attributed through the index
*> row PGM07 stamped ARCHIVED into this bundle (same
*> walk as PGM53's 325-Find-Archived-Index-Row); an
*> audit pack member is plain text, scanned under the
*> pack's own hold verdict.
*>------------------------------------------------
    MOVE Archive-List-Entry TO WS-Ers-Rel-Name.

    MOVE SPACE TO WS-Ers-Name-P1
                  WS-Ers-Name-P2.
    UNSTRING WS-Ers-Rel-Name DELIMITED BY "/"
        INTO WS-Ers-Name-P1
             WS-Ers-Name-P2
    END-UNSTRING.

    MOVE "N" TO WS-II-Row-Found-Sw.

    IF  WS-Ers-Pack-Archive
        IF  WS-Ers-Name-P2 NOT = SPACE
            MOVE WS-Ers-Name-P2 TO WS-Ers-Bare-Name
            MOVE WS-Ers-Name-P1 TO WS-Ers-Vendor
            MOVE "Y" TO WS-Ers-Vendor-Known-Sw
        ELSE
            MOVE WS-Ers-Name-P1 TO WS-Ers-Bare-Name
            MOVE WS-Ers-Bare-Name TO WS-Lgh-Check-Name
            PERFORM 094-Match-Vendor-For-Name
            MOVE WS-Vendor-Match-Code TO WS-Ers-Vendor
            IF  WS-Vendor-Count > ZERO
                MOVE "Y" TO WS-Ers-Vendor-Known-Sw
            ELSE
                MOVE "N" TO WS-Ers-Vendor-Known-Sw
            END-IF
        END-IF
        MOVE SPACE         TO WS-Ers-Layout-Tag
        MOVE WS-Ers-Date-X TO WS-Ers-Layout-Date
        IF  WS-Intake-Index-Open
            MOVE WS-Ers-Bare-Name TO WS-II-Search-Name
            MOVE "Y" TO WS-Ers-Want-Archived-Sw
            PERFORM 650-Find-Index-Row THRU 650-Find-Index-Row-Exit
            IF  WS-II-Row-Found
                IF  II-Vendor-Code NOT = SPACE
                    MOVE II-Vendor-Code TO WS-Ers-Vendor
                    MOVE "Y" TO WS-Ers-Vendor-Known-Sw
                END-IF
                MOVE FUNCTION UPPER-CASE(II-Layout-Version)
                  TO WS-Ers-Layout-Tag
                MOVE II-Received-Date TO WS-Ers-Layout-Date
            END-IF
        END-IF
        PERFORM 690-Set-File-Context
    ELSE
        MOVE "S" TO WS-Ers-Split-Sw
        MOVE WS-Ers-Pack-Held-Sw TO WS-Ers-Held-Sw
        MOVE WS-Ers-Pack-Case    TO WS-Ers-Hold-Case
    END-IF.

    MOVE SPACE TO WS-Erasure-Data-Path.
    STRING FUNCTION TRIM(WS-Ers-Work-Dir) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Rel-Name) DELIMITED BY SIZE
      INTO WS-Erasure-Data-Path
    END-STRING.

    MOVE SPACE TO WS-Ers-Show-Name.
    STRING FUNCTION TRIM(WS-Ers-Pack-Name) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Rel-Name) DELIMITED BY SIZE
      INTO WS-Ers-Show-Name
    END-STRING.

    PERFORM 600-Search-One-File THRU 600-Search-One-File-Exit.

    IF  NOT WS-Ers-Changed
        GO TO 555-Search-Listed-Member-Exit
    END-IF.

    MOVE "Y" TO WS-Ers-Pack-Changed-Sw.

    IF  WS-Ers-Pack-Archive
        MOVE WS-Erasure-Data-Path TO WS-Ers-Cksum-Target
        PERFORM 640-Compute-Checksum
        IF  WS-Erc-Count < 500
            ADD 1 TO WS-Erc-Count
            SET WS-Erc-Idx TO WS-Erc-Count
            MOVE WS-Ers-Rel-Name TO WS-Erc-Member(WS-Erc-Idx)
            MOVE WS-Cksum-Value  TO WS-Erc-Cksum(WS-Erc-Idx)
        END-IF
        IF  WS-II-Row-Found
        AND WS-Cksum-Value NOT = ZERO
            MOVE WS-Cksum-Value TO II-Checksum
            REWRITE Intake-Index-Record
            IF  WS-StatusIDX NOT = "00"
                ADD 1 TO WS-Ers-Error-Count
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
555-Search-Listed-Member-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
556-Rewrite-Manifest.
*>------------------------------------------------
*> The bundle's manifest (PGM07 names it after the
*> bundle) carries each member's cksum for PGM53's
*> scrub - a redacted member's row takes its new one.
*>------------------------------------------------
    MOVE SPACE TO WS-Archive-Manifest-Path.
    STRING FUNCTION TRIM(WS-Ers-Bundle-Path)(1 :
             FUNCTION LENGTH(FUNCTION TRIM(WS-Ers-Bundle-Path)) - 7)
           DELIMITED BY SIZE
           ".manifest" DELIMITED BY SIZE
      INTO WS-Archive-Manifest-Path
    END-STRING.

    OPEN INPUT Archive-Manifest-File.
    IF  WS-StatusARM NOT = "00"
        GO TO 556-Rewrite-Manifest-Exit
    END-IF.

    MOVE SPACE TO WS-Erasure-Work-Path.
    STRING FUNCTION TRIM(WS-Archive-Manifest-Path) DELIMITED BY SIZE
           ".erase.tmp" DELIMITED BY SIZE
      INTO WS-Erasure-Work-Path
    END-STRING.

    OPEN OUTPUT Erasure-Work-File.
    IF  WS-StatusERW NOT = "00"
        CLOSE Archive-Manifest-File
        ADD 1 TO WS-Ers-Error-Count
        GO TO 556-Rewrite-Manifest-Exit
    END-IF.

    MOVE "N" TO WS-EOF-EMF.
    PERFORM 5561-Copy-Manifest-Row
      UNTIL Ers-Manifest-EOF.

    CLOSE Archive-Manifest-File
          Erasure-Work-File.

    CALL "CBL_RENAME_FILE"
      USING WS-Erasure-Work-Path
            WS-Archive-Manifest-Path
    END-CALL.

    IF  Return-Code NOT = ZERO
        ADD 1 TO WS-Ers-Error-Count
        CALL "CBL_DELETE_FILE"
          USING WS-Erasure-Work-Path
        END-CALL
    END-IF.

*>------------------------------------------------
556-Rewrite-Manifest-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
5561-Copy-Manifest-Row.
*>------------------------------------------------
    READ Archive-Manifest-File INTO WS-Archive-Manifest-Row
        AT END
            MOVE "Y" TO WS-EOF-EMF
        NOT AT END
            MOVE "N" TO WS-Erk-Found-Sw
            PERFORM 5562-Match-Manifest-Member
              VARYING WS-Erc-Idx FROM 1 BY 1
                UNTIL WS-Erk-Found
                   OR WS-Erc-Idx > WS-Erc-Count
            WRITE Erasure-Work-Line FROM WS-Archive-Manifest-Row
    END-READ.

*>------------------------------------------------
5562-Match-Manifest-Member.
*>------------------------------------------------
    IF  WS-Arch-Man-Filename = WS-Erc-Member(WS-Erc-Idx)
        MOVE "Y" TO WS-Erk-Found-Sw
        MOVE WS-Erc-Cksum(WS-Erc-Idx) TO WS-Arch-Man-Cksum
    END-IF.

*>------------------------------------------------
560-Link-Record-Errors.
*>------------------------------------------------
*> record-errors.log names a bad record by file and
*> line (PGM01's 2175-Write-Record-Error) - list the
*> rows that point at a done-file record the subject
*> was found in, so the privacy office sees every
*> place the record is referred to.  The rows carry no
*> record content and are left as they are.
*>------------------------------------------------
    IF  WS-Erk-Count = ZERO
        GO TO 560-Link-Record-Errors-Exit
    END-IF.

    MOVE "RECERR" TO WS-Ers-Area.

    MOVE SPACE TO WS-Erasure-Data-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "record-errors.log" DELIMITED BY SIZE
      INTO WS-Erasure-Data-Path
    END-STRING.

    MOVE "N" TO WS-EOF-ERD.
    OPEN INPUT Erasure-Data-File.
    IF  WS-StatusERD NOT = "00"
        GO TO 560-Link-Record-Errors-Exit
    END-IF.

    PERFORM 561-Link-One-Error-Row
      UNTIL Erasure-Data-EOF.

    CLOSE Erasure-Data-File.

*>------------------------------------------------
560-Link-Record-Errors-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
561-Link-One-Error-Row.
*>------------------------------------------------
    READ Erasure-Data-File INTO WS-Record-Error-Row
        AT END
            MOVE "Y" TO WS-EOF-ERD
        NOT AT END
            MOVE "N" TO WS-Erk-Found-Sw
            PERFORM 562-Match-One-Linked-Record
              VARYING WS-Erk-Idx FROM 1 BY 1
                UNTIL WS-Erk-Found
                   OR WS-Erk-Idx > WS-Erk-Count
            IF  WS-Erk-Found
                ADD 1 TO WS-Ers-Linked-Count
                MOVE WS-Rec-Err-Line TO WS-Ers-Line-No
                MOVE WS-Rec-Err-Col  TO WS-Ers-Hit-Col
                MOVE "LINKED"        TO WS-Ers-Verdict
                MOVE SPACE           TO WS-Ers-Hold-Case
                MOVE SPACE TO WS-Ers-Show-Name
                STRING "record-errors.log " DELIMITED BY SIZE
                       WS-Rec-Err-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Rec-Err-Filename)
                         DELIMITED BY SIZE
                  INTO WS-Ers-Show-Name
                END-STRING
                PERFORM 619-Write-Finding
            END-IF
    END-READ.

*>------------------------------------------------
562-Match-One-Linked-Record.
*>------------------------------------------------
    IF  WS-Erk-Name(WS-Erk-Idx) = WS-Rec-Err-Filename
    AND WS-Erk-Line(WS-Erk-Idx) = WS-Rec-Err-Line
        MOVE "Y" TO WS-Erk-Found-Sw
        MOVE WS-Erk-Subject(WS-Erk-Idx) TO WS-Ers-Hit-Subject
    END-IF.

*>------------------------------------------------
570-Search-Trans-Master.
*>------------------------------------------------
*> Every posted record carries a copy of its source
*> line in TM-Record-Data (PGM15's 2211-Write-Master-
*> Record).  Front-to-back, same START-at-LOW-VALUES
*> walk as PGM55's 550-Count-Index-Rows; a matching
*> copy is redacted where it stands - the amounts, keys
*> and match state are the books and stay put.
*>------------------------------------------------
    MOVE "TM" TO WS-Ers-Area.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    IF  WS-Ers-Erasing
        OPEN I-O Trans-Master-File
    ELSE
        OPEN INPUT Trans-Master-File
    END-IF.
    IF  WS-StatusTRM NOT = "00"
        GO TO 570-Search-Trans-Master-Exit
    END-IF.

    MOVE "N" TO WS-EOF-ETM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE LOW-VALUES TO TM-Key.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-ETM
    END-START.

    PERFORM 571-Search-One-TM-Row
      UNTIL Ers-Trans-Master-EOF.

    CLOSE Trans-Master-File.

*>------------------------------------------------
570-Search-Trans-Master-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
571-Search-One-TM-Row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-ETM
        NOT AT END
            PERFORM 572-Judge-TM-Row
    END-READ.

*>------------------------------------------------
572-Judge-TM-Row.
*>------------------------------------------------
*> Hold attribution as PGM22 gives an index row - the
*> row's own vendor and company - dated by the posting.
*>------------------------------------------------
    MOVE TM-Source-File TO WS-Lgh-Check-Name.
    MOVE TM-Vendor-Code TO WS-Lgh-Check-Vendor.
    MOVE "Y"            TO WS-Lgh-Vendor-Known-Sw.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company.
    MOVE ZERO TO WS-Lgh-Check-YMD.
    IF  TM-Post-Date IS NUMERIC
        MOVE TM-Post-Date TO WS-Lgh-Check-YMD
    END-IF.
    PERFORM 081-Check-Legal-Hold.

    IF  TM-Delimiter NOT = SPACE
        MOVE "C" TO WS-Ers-Split-Sw
        MOVE TM-Delimiter TO WS-Ers-Delim
    ELSE
        MOVE "S" TO WS-Ers-Split-Sw
    END-IF.

    MOVE SPACE TO WS-Ers-Show-Name.
    STRING "DOC " DELIMITED BY SIZE
           TM-Doc-Number DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TM-Post-Date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(TM-Source-File) DELIMITED BY SIZE
      INTO WS-Ers-Show-Name
    END-STRING.

    MOVE SPACE TO WS-Ers-Line.
    MOVE TM-Record-Data TO WS-Ers-Line.
    MOVE TM-Source-Line TO WS-Ers-Line-No.
    MOVE ZERO TO WS-Ers-File-Hits
                 WS-Ers-File-Redacted.
    MOVE "N"  TO WS-Ers-Link-Sw.

    PERFORM 615-Judge-Line.

    IF  WS-Ers-Row-Hit
    AND WS-Ers-Verdict = "REDACTED"
        MOVE WS-Ers-Line(1 : 200) TO TM-Record-Data
        REWRITE Trans-Master-Record
        IF  WS-StatusTRM NOT = "00"
            SUBTRACT 1 FROM WS-Ers-Redacted-Count
            ADD 1 TO WS-Ers-Error-Count
            MOVE "FAILED" TO WS-Ers-Verdict
            PERFORM 619-Write-Finding
        END-IF
    END-IF.

*>------------------------------------------------
600-Search-One-File.
*>------------------------------------------------
*> Read WS-Erasure-Data-Path line by line.  An erasure
*> of a file no hold covers writes every line, redacted
*> or not, to a scratch copy beside it, which is renamed
*> over the original only when something was redacted -
*> a file is never left half rewritten.
*>------------------------------------------------
    MOVE ZERO TO WS-Ers-Line-No
                 WS-Ers-File-Hits
                 WS-Ers-File-Redacted.
    MOVE "N"  TO WS-Ers-Changed-Sw
                 WS-Ers-Work-Open-Sw.

    MOVE "N" TO WS-EOF-ERD.
    OPEN INPUT Erasure-Data-File.
    IF  WS-StatusERD NOT = "00"
        GO TO 600-Search-One-File-Exit
    END-IF.

    ADD 1 TO WS-Ers-File-Count.

    IF  WS-Ers-Erasing
    AND NOT WS-Ers-Held
        MOVE SPACE TO WS-Erasure-Work-Path
        STRING FUNCTION TRIM(WS-Erasure-Data-Path) DELIMITED BY SIZE
               ".erase.tmp" DELIMITED BY SIZE
          INTO WS-Erasure-Work-Path
        END-STRING
        OPEN OUTPUT Erasure-Work-File
        IF  WS-StatusERW NOT = "00"
            CLOSE Erasure-Data-File
            DISPLAY WS-Pgm-ID " unable to write "
                    FUNCTION TRIM(WS-Erasure-Work-Path)
                    " status " WS-StatusERW
              UPON CONSOLE
            ADD 1 TO WS-Ers-Error-Count
            MOVE ZERO     TO WS-Ers-Line-No
                             WS-Ers-Hit-Col
                             WS-Ers-Hit-Subject
            MOVE "FAILED" TO WS-Ers-Verdict
            PERFORM 619-Write-Finding
            GO TO 600-Search-One-File-Exit
        END-IF
        MOVE "Y" TO WS-Ers-Work-Open-Sw
    END-IF.

    PERFORM 610-Search-One-Line
      UNTIL Erasure-Data-EOF.

    CLOSE Erasure-Data-File.

    IF  NOT WS-Ers-Work-Open
        GO TO 600-Search-One-File-Exit
    END-IF.

    CLOSE Erasure-Work-File.

    IF  NOT WS-Ers-Changed
        CALL "CBL_DELETE_FILE"
          USING WS-Erasure-Work-Path
        END-CALL
        GO TO 600-Search-One-File-Exit
    END-IF.

    CALL "CBL_RENAME_FILE"
      USING WS-Erasure-Work-Path
            WS-Erasure-Data-Path
    END-CALL.

    IF  Return-Code NOT = ZERO
        DISPLAY WS-Pgm-ID " unable to replace "
                FUNCTION TRIM(WS-Erasure-Data-Path)
          UPON CONSOLE
        SUBTRACT WS-Ers-File-Redacted FROM WS-Ers-Redacted-Count
        ADD 1 TO WS-Ers-Error-Count
        MOVE ZERO     TO WS-Ers-Line-No
                         WS-Ers-Hit-Col
                         WS-Ers-Hit-Subject
        MOVE "FAILED" TO WS-Ers-Verdict
        PERFORM 619-Write-Finding
        CALL "CBL_DELETE_FILE"
          USING WS-Erasure-Work-Path
        END-CALL
        MOVE "N" TO WS-Ers-Changed-Sw
    END-IF.

*>------------------------------------------------
600-Search-One-File-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
610-Search-One-Line.
*>------------------------------------------------
    READ Erasure-Data-File
        AT END
            MOVE "Y" TO WS-EOF-ERD
        NOT AT END
            ADD 1 TO WS-Ers-Line-No
            MOVE Erasure-Data-Line TO WS-Ers-Line
            PERFORM 615-Judge-Line
            IF  WS-Ers-Work-Open
                WRITE Erasure-Work-Line FROM WS-Ers-Line
            END-IF
    END-READ.

*>------------------------------------------------
615-Judge-Line.
*>------------------------------------------------
*> Does WS-Ers-Line hold any of the subject's
*> identifiers?  A profiled or canonical line is split
*> into its columns and each column compared whole, so
*> a short identifier cannot match inside some other
*> value; anything else is scanned as text.  Either way
*> the identifier's masking token counts as a match.
*>------------------------------------------------
    MOVE "N"  TO WS-Ers-Row-Hit-Sw.
    MOVE ZERO TO WS-Ers-Hit-Subject
                 WS-Ers-Hit-Col.

    IF  WS-Ers-Line NOT = SPACE
        MOVE FUNCTION UPPER-CASE(WS-Ers-Line) TO WS-Ers-Upper-Line
        IF  WS-Ers-Split-Scan
            PERFORM 613-Scan-For-Subject
              VARYING WS-Ers-Sub-Idx FROM 1 BY 1
                UNTIL WS-Ers-Row-Hit
                   OR WS-Ers-Sub-Idx > WS-Ers-Subject-Count
        ELSE
            PERFORM 611-Split-Line
            PERFORM 612-Match-One-Column
              VARYING WS-Content-Col-Num FROM 1 BY 1
                UNTIL WS-Ers-Row-Hit
                   OR WS-Content-Col-Num > WS-Content-Col-Count
        END-IF
    END-IF.

    IF  WS-Ers-Row-Hit
        PERFORM 618-Take-Hit
    END-IF.

*>------------------------------------------------
611-Split-Line.
*>------------------------------------------------
*> Same delimiter/position split as PGM01's 2123-Split-
*> Content-Row, on WS-Ers-Line.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Col-Table.
    MOVE ZERO  TO WS-Content-Col-Count.

    IF  WS-Ers-Split-Layout
    AND WS-Layout-Fixed(WS-Layout-Hit)
        MOVE WS-Layout-Cols(WS-Layout-Hit) TO WS-Content-Col-Count
        IF  WS-Content-Col-Count > 20
            MOVE 20 TO WS-Content-Col-Count
        END-IF
        PERFORM 6111-Cut-One-Column
          VARYING WS-Pos-Col-Num FROM 1 BY 1
            UNTIL WS-Pos-Col-Num > WS-Content-Col-Count
    ELSE
        UNSTRING WS-Ers-Line
            DELIMITED BY WS-Ers-Delim
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
    END-IF.

*>------------------------------------------------
6111-Cut-One-Column.
*>------------------------------------------------
    MOVE WS-Layout-Pos-Start(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Start.
    MOVE WS-Layout-Pos-Len(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Len.

    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Start + WS-Pos-Len - 1 NOT > 512
        MOVE WS-Ers-Line(WS-Pos-Start : WS-Pos-Len)
          TO WS-Content-Col(WS-Pos-Col-Num)
    END-IF.

*>------------------------------------------------
612-Match-One-Column.
*>------------------------------------------------
*> A quoted value is compared without its quotes, and
*> case and surrounding blanks are ignored.
*>------------------------------------------------
    MOVE WS-Content-Col(WS-Content-Col-Num) TO WS-Content-Value.
    MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Content-Value.

    IF  WS-Content-Value(1 : 1) = QUOTE
        COMPUTE WS-Content-Value-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value))
        IF  WS-Content-Value-Len > 2
        AND WS-Content-Value(WS-Content-Value-Len : 1) = QUOTE
            MOVE WS-Content-Value(2 : WS-Content-Value-Len - 2)
              TO WS-Content-Work-Value
            MOVE WS-Content-Work-Value TO WS-Content-Value
        END-IF
    END-IF.

    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Content-Value))
      TO WS-Ers-Col-Upper.

    IF  WS-Ers-Col-Upper NOT = SPACE
        PERFORM 6121-Match-Column-Subject
          VARYING WS-Ers-Sub-Idx FROM 1 BY 1
            UNTIL WS-Ers-Row-Hit
               OR WS-Ers-Sub-Idx > WS-Ers-Subject-Count
    END-IF.

*>------------------------------------------------
6121-Match-Column-Subject.
*>------------------------------------------------
    IF  WS-Ers-Col-Upper = WS-Ers-Upper(WS-Ers-Sub-Idx)
    OR  WS-Ers-Col-Upper = WS-Ers-Token(WS-Ers-Sub-Idx)
        MOVE "Y" TO WS-Ers-Row-Hit-Sw
        SET WS-Ers-Hit-Subject TO WS-Ers-Sub-Idx
        MOVE WS-Content-Col-Num TO WS-Ers-Hit-Col
    END-IF.

*>------------------------------------------------
613-Scan-For-Subject.
*>------------------------------------------------
    MOVE ZERO TO WS-Ers-Tally.
    INSPECT WS-Ers-Upper-Line
        TALLYING WS-Ers-Tally
        FOR ALL WS-Ers-Upper(WS-Ers-Sub-Idx)
                  (1 : WS-Ers-Len(WS-Ers-Sub-Idx)).
    INSPECT WS-Ers-Line
        TALLYING WS-Ers-Tally
        FOR ALL WS-Ers-Token(WS-Ers-Sub-Idx).

    IF  WS-Ers-Tally > ZERO
        MOVE "Y" TO WS-Ers-Row-Hit-Sw
        SET WS-Ers-Hit-Subject TO WS-Ers-Sub-Idx
    END-IF.

*>------------------------------------------------
618-Take-Hit.
*>------------------------------------------------
*> A hold wins over the erasure: the record is left
*> exactly as it is and the case is the reason given.
*>------------------------------------------------
    ADD 1 TO WS-Ers-File-Hits
             WS-Ers-Match-Count.

    EVALUATE TRUE
        WHEN WS-Ers-Held
            ADD 1 TO WS-Ers-Held-Count
            IF  WS-Ers-First-Case = SPACE
                MOVE WS-Ers-Hold-Case TO WS-Ers-First-Case
            END-IF
            IF  WS-Ers-Erasing
                MOVE "REFUSED" TO WS-Ers-Verdict
            ELSE
                MOVE "HELD"    TO WS-Ers-Verdict
            END-IF
        WHEN WS-Ers-Erasing
            PERFORM 620-Redact-Line
            ADD 1 TO WS-Ers-Redacted-Count
                     WS-Ers-File-Redacted
            MOVE "Y" TO WS-Ers-Changed-Sw
            MOVE "REDACTED" TO WS-Ers-Verdict
        WHEN OTHER
            MOVE "FOUND" TO WS-Ers-Verdict
    END-EVALUATE.

    PERFORM 619-Write-Finding.

    IF  WS-Ers-Linking
        PERFORM 625-Note-Linked-Record
    END-IF.

*>------------------------------------------------
619-Write-Finding.
*>------------------------------------------------
    MOVE SPACE TO WS-Erasure-Rpt-Row.
    MOVE WS-Ers-Area        TO WS-Erp-Area.
    MOVE WS-Ers-Co-Label    TO WS-Erp-Company.
    MOVE WS-Ers-Line-No     TO WS-Erp-Line.
    MOVE WS-Ers-Hit-Col     TO WS-Erp-Col.
    MOVE WS-Ers-Hit-Subject TO WS-Erp-Subject.
    MOVE WS-Ers-Verdict     TO WS-Erp-Verdict.
    IF  WS-Ers-Verdict = "HELD"
    OR  WS-Ers-Verdict = "REFUSED"
        MOVE WS-Ers-Hold-Case TO WS-Erp-Case
    END-IF.
    MOVE WS-Ers-Show-Name   TO WS-Erp-Name.
    WRITE Erasure-Rpt-Line FROM WS-Erasure-Rpt-Row.

*>------------------------------------------------
620-Redact-Line.
*>------------------------------------------------
*> Overwrite every occurrence of each identifier, in
*> any case, and of its masking token, with as many
*> asterisks - the line keeps its length and every
*> other column keeps its place.
*>------------------------------------------------
    PERFORM 6201-Redact-One-Subject
      VARYING WS-Ers-Sub-Idx FROM 1 BY 1
        UNTIL WS-Ers-Sub-Idx > WS-Ers-Subject-Count.

*>------------------------------------------------
6201-Redact-One-Subject.
*>------------------------------------------------
    COMPUTE WS-Ers-Pos-Max = 513 - WS-Ers-Len(WS-Ers-Sub-Idx).
    PERFORM 6202-Redact-Identifier-At
      VARYING WS-Ers-Pos FROM 1 BY 1
        UNTIL WS-Ers-Pos > WS-Ers-Pos-Max.

    COMPUTE WS-Ers-Pos-Max = 513 - 11.
    PERFORM 6203-Redact-Token-At
      VARYING WS-Ers-Pos FROM 1 BY 1
        UNTIL WS-Ers-Pos > WS-Ers-Pos-Max.

*>------------------------------------------------
6202-Redact-Identifier-At.
*>------------------------------------------------
    IF  WS-Ers-Upper-Line(WS-Ers-Pos : WS-Ers-Len(WS-Ers-Sub-Idx))
      = WS-Ers-Upper(WS-Ers-Sub-Idx)(1 : WS-Ers-Len(WS-Ers-Sub-Idx))
        MOVE WS-Ers-Stars(1 : WS-Ers-Len(WS-Ers-Sub-Idx))
          TO WS-Ers-Line(WS-Ers-Pos : WS-Ers-Len(WS-Ers-Sub-Idx))
        MOVE WS-Ers-Stars(1 : WS-Ers-Len(WS-Ers-Sub-Idx))
          TO WS-Ers-Upper-Line(WS-Ers-Pos : WS-Ers-Len(WS-Ers-Sub-Idx))
    END-IF.

*>------------------------------------------------
6203-Redact-Token-At.
*>------------------------------------------------
    IF  WS-Ers-Line(WS-Ers-Pos : 11) = WS-Ers-Token(WS-Ers-Sub-Idx)
        MOVE WS-Ers-Stars(1 : 11) TO WS-Ers-Line(WS-Ers-Pos : 11)
        MOVE WS-Ers-Stars(1 : 11) TO WS-Ers-Upper-Line(WS-Ers-Pos : 11)
    END-IF.

*>------------------------------------------------
625-Note-Linked-Record.
*>------------------------------------------------
    IF  WS-Erk-Count < 500
        ADD 1 TO WS-Erk-Count
        SET WS-Erk-Idx TO WS-Erk-Count
        MOVE WS-Ers-Bare-Name   TO WS-Erk-Name(WS-Erk-Idx)
        MOVE WS-Ers-Line-No     TO WS-Erk-Line(WS-Erk-Idx)
        MOVE WS-Ers-Hit-Subject TO WS-Erk-Subject(WS-Erk-Idx)
    END-IF.

*>------------------------------------------------
640-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over WS-Ers-Cksum-Target - same CALL
*> "SYSTEM" + scratch-file idiom as PGM53's 340-
*> Compute-Checksum.  A failed run leaves
*> WS-Cksum-Value ZERO.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Ers-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ers-Cksum-Target) DELIMITED BY SIZE
           "' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cksum-Scratch-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Ers-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Ers-Cmd
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
650-Find-Index-Row.
*>------------------------------------------------
*> Walk every version of WS-II-Search-Name (same START/
*> READ NEXT walk as PGM53's 325-Find-Archived-Index-
*> Row).  For an archive member keep the row PGM07
*> stamped with this bundle; otherwise the last, i.e.
*> latest, arrival.  The row is re-read by key so it
*> can be rewritten.
*>------------------------------------------------
    MOVE "N"   TO WS-II-Row-Found-Sw.
    MOVE SPACE TO WS-II-Saved-Key.
    IF  NOT WS-Intake-Index-Open
        GO TO 650-Find-Index-Row-Exit
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

    PERFORM 651-Scan-One-Version-Row
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
650-Find-Index-Row-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
651-Scan-One-Version-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IISCAN
        NOT AT END
            IF  II-Filename = WS-II-Search-Name
                IF  WS-Ers-Want-Archived
                    IF  II-Archive-Loc = WS-Ers-Bundle-Path(1 : 60)
                        MOVE "Y" TO WS-II-Row-Found-Sw
                        MOVE II-Key TO WS-II-Saved-Key
                    END-IF
                ELSE
                    MOVE "Y" TO WS-II-Row-Found-Sw
                    MOVE II-Key TO WS-II-Saved-Key
                END-IF
            ELSE
                MOVE "Y" TO WS-EOF-IISCAN
            END-IF
    END-READ.

*>------------------------------------------------
690-Set-File-Context.
*>------------------------------------------------
*> Legal-hold verdict and line split for the file just
*> attributed: the normalized tree is PGM01's canonical
*> "|" copy; elsewhere the vendor's layout profile, if
*> it has one, says how the columns lie.
*>------------------------------------------------
    MOVE WS-Ers-Bare-Name       TO WS-Lgh-Check-Name.
    MOVE WS-Ers-Vendor          TO WS-Lgh-Check-Vendor.
    MOVE WS-Ers-Vendor-Known-Sw TO WS-Lgh-Vendor-Known-Sw.
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company.
    MOVE ZERO TO WS-Lgh-Check-YMD.
    IF  WS-Ers-Layout-Date IS NUMERIC
        MOVE WS-Ers-Layout-Date TO WS-Lgh-Check-YMD
    END-IF.
    PERFORM 081-Check-Legal-Hold.

    IF  WS-Ers-Area = "NORMAL"
        MOVE "C" TO WS-Ers-Split-Sw
        MOVE "|" TO WS-Ers-Delim
    ELSE
        PERFORM 691-Find-Layout-Profile
        IF  WS-Layout-Found
            MOVE "L" TO WS-Ers-Split-Sw
            MOVE WS-Layout-Delim(WS-Layout-Hit) TO WS-Ers-Delim
        ELSE
            MOVE "S" TO WS-Ers-Split-Sw
        END-IF
    END-IF.

*>------------------------------------------------
691-Find-Layout-Profile.
*>------------------------------------------------
*> Same version selection as PGM15's 2202-Find-Layout-
*> Profile - the stamped version, else the one in force
*> on the date received, else the vendor's first row.
*>------------------------------------------------
    MOVE "N"  TO WS-Layout-Found-Sw.
    MOVE ZERO TO WS-Layout-Hit.
    MOVE WS-Ers-Layout-Tag  TO WS-Layout-Sel-Tag.
    MOVE WS-Ers-Layout-Date TO WS-Layout-Sel-Date.

    IF  WS-Ers-Vendor NOT = SPACE
    AND WS-Layout-Count > ZERO
        IF  WS-Layout-Sel-Tag NOT = SPACE
            PERFORM 6912-Match-Stamped-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 6913-Match-Dated-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 6911-Match-One-Layout-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
    END-IF.

*>------------------------------------------------
6911-Match-One-Layout-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Ers-Vendor
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
6912-Match-Stamped-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx)  = WS-Ers-Vendor
    AND WS-Layout-Version(WS-Lay-Idx) = WS-Layout-Sel-Tag
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
6913-Match-Dated-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Ers-Vendor
    AND (WS-Layout-Eff-From(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-From(WS-Lay-Idx) NOT > WS-Layout-Sel-Date)
    AND (WS-Layout-Eff-To(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-To(WS-Lay-Idx) NOT < WS-Layout-Sel-Date)
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per request logged,
*> searched or erased, same layout as PGM55's 900-
*> Write-Run-Audit, WS-MSG as the text.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

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
    MOVE SPACE         TO WS-Run-Audit-Run-ID.
    MOVE WS-MSG        TO WS-Run-Audit-Text.

    PERFORM 905-Append-Run-Audit-Row.

*>------------------------------------------------
905-Append-Run-Audit-Row.
*>------------------------------------------------
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
*> Same catalog append as PGM55's 940-Register-Report.
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

END PROGRAM PGM69.
