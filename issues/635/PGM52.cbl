*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM52.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Shift handover.  H gathers everything still open
*> at the shift change into one report - unacknowledged
*> work items, the hold list, anomaly holds, unworked
*> rejects in every company tree, expected arrivals
*> missed since the previous handover, failed job-chain
*> steps, pending dual-control approvals and every
*> company's retry queue - with whatever arrived since
*> the previous handover marked NEW.  The report goes
*> to ./reports/handover-YYYYMMDD-HHMMSS.rpt and the
*> report catalog as HANDOVER.  The incoming operator
*> then accepts it on screen by typing their own user
*> ID, which appends a signed row (outgoing, incoming,
*> the counts, and the report's cksum) to ./reports/
*> handover-ledger.log - so every shift starts from an
*> explicit, auditable list.  A declined handover
*> leaves the report but no ledger row.  L shows the
*> last signed handover.  Gated by the HANDOVER token
*> in ./reports/auth-table.cfg; every handover leaves
*> a run audit row.  Same standalone console mold as
*> PGM02; read-only toward everything it lists.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Handover-Rpt-Select.cpy".
COPY "./copybooks/Handover-Ledger-Select.cpy".
COPY "./copybooks/Work-Item-Select.cpy".
COPY "./copybooks/Hold-List-Select.cpy".
COPY "./copybooks/Anomaly-Hold-Select.cpy".
COPY "./copybooks/Reject-Ledger-Select.cpy".
COPY "./copybooks/Reject-Work-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Job-Chain-State-Select.cpy".
COPY "./copybooks/Approval-Select.cpy".
COPY "./copybooks/Retry-Queue-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Handover-Rpt-FD.cpy".
COPY "./copybooks/Handover-Ledger-FD.cpy".
COPY "./copybooks/Work-Item-FD.cpy".
COPY "./copybooks/Hold-List-FD.cpy".
COPY "./copybooks/Anomaly-Hold-FD.cpy".
COPY "./copybooks/Reject-Ledger-FD.cpy".
COPY "./copybooks/Reject-Work-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Job-Chain-State-FD.cpy".
COPY "./copybooks/Approval-FD.cpy".
COPY "./copybooks/Retry-Queue-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM52".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Handover-Rpt-WS.cpy".

COPY "./copybooks/Handover-Ledger-WS.cpy".

COPY "./copybooks/Work-Item-WS.cpy".

COPY "./copybooks/Hold-List-WS.cpy".

COPY "./copybooks/Anomaly-Hold-WS.cpy".

COPY "./copybooks/Reject-Ledger-WS.cpy".

COPY "./copybooks/Reject-Work-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Job-Chain-WS.cpy".

COPY "./copybooks/Approval-WS.cpy".

COPY "./copybooks/Retry-Queue-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Handover-Done         VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.

*> the report's eight sections, in the order they are
*> listed and counted (HO-Count follows the same order).
01  WS-Hnd-Section-Values.
    05  PIC X(80) VALUE
        "UNACKNOWLEDGED WORK ITEMS (RAISED  PROGRAM  COMPANY  SEV  TEXT)".
    05  PIC X(80) VALUE
        "HOLD LIST (PATTERN  HELD ON  BY  REASON)".
    05  PIC X(80) VALUE
        "ANOMALY HOLDS (HELD ON  REASON  FILENAME)".
    05  PIC X(80) VALUE
        "UNWORKED REJECTS (COMPANY  DATE  TIME  REASON  FILENAME)".
    05  PIC X(80) VALUE
        "MISSED EXPECTED ARRIVALS (DATE  TIME  COMPANY  MESSAGE)".
    05  PIC X(80) VALUE
        "FAILED JOB-CHAIN STEPS (STEP  PROGRAM  STATUS  RETURN)".
    05  PIC X(80) VALUE
        "PENDING DUAL-CONTROL APPROVALS (REQUESTED  ACTION  BY)".
    05  PIC X(80) VALUE
        "RETRY QUEUE (COMPANY  ATTEMPTS  FILENAME)".
01  WS-Hnd-Section-Names REDEFINES WS-Hnd-Section-Values.
    05  WS-Hnd-Section-Name OCCURS 8 TIMES PIC X(80).

01  WS-Hnd-Section-Table.
    05  WS-Hnd-Section-Entry OCCURS 8 TIMES
                               INDEXED BY WS-Hnd-Sec-Idx.
        10  WS-Hnd-Sec-Count     PIC 9(05).
        10  WS-Hnd-Sec-New       PIC 9(05).
01  WS-Hnd-Sec                   PIC 9(01) VALUE ZERO.
01  WS-Hnd-Total                 PIC 9(05) VALUE ZERO.
01  WS-Hnd-New-Total             PIC 9(05) VALUE ZERO.

*> this handover - when it was prepared, where NEW
*> starts, who is handing over, and the one item being
*> listed.  WS-Hnd-Row-Stamp is the item's own stamp
*> (SPACE for items that carry none, which are never
*> marked NEW).
01  WS-Hnd-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Hnd-Since                 PIC X(14) VALUE SPACE.
01  WS-Hnd-Outgoing              PIC X(20) VALUE SPACE.
01  WS-Hnd-Sign-User             PIC X(20) VALUE SPACE.
01  WS-Hnd-Remark                PIC X(60) VALUE SPACE.
01  WS-Hnd-Row-Stamp             PIC X(14) VALUE SPACE.
01  WS-Hnd-Item-Text             PIC X(120) VALUE SPACE.
01  WS-Hnd-Item-Mark             PIC X(05) VALUE SPACE.
01  WS-Hnd-Co-Label              PIC X(10) VALUE SPACE.
01  WS-Hnd-Return-Edit           PIC Z(09)9 VALUE ZERO.
01  WS-Hnd-Attempts-Edit         PIC Z9 VALUE ZERO.

01  WS-EOF-HRJ                   PIC X(01) VALUE "N".
    88  Hnd-Reject-EOF           VALUE "Y".
01  WS-EOF-HAQ                   PIC X(01) VALUE "N".
    88  Hnd-Alert-EOF            VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 097-Load-Company-Table.

    PERFORM 100-Load-Last-Handover.

    PERFORM 200-Menu-Loop
      UNTIL WS-Handover-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM40.  The hold list, anomaly holds,
*> approvals and the handover files live in the base
*> ./reports, the work items, alert queue and chain
*> state in the shared ./logs; the per-company files
*> are re-rooted by 500-Build-Company-Paths.
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

    MOVE SPACE TO WS-Handover-Ledger-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/handover-ledger.log" DELIMITED BY SIZE
      INTO WS-Handover-Ledger-Path
    END-STRING.

    MOVE SPACE TO WS-Hold-List-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/hold-list.cfg" DELIMITED BY SIZE
      INTO WS-Hold-List-Path
    END-STRING.

    MOVE SPACE TO WS-Anomaly-Hold-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/anomaly-hold.cfg" DELIMITED BY SIZE
      INTO WS-Anomaly-Hold-Path
    END-STRING.

    MOVE SPACE TO WS-Approval-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/approvals.dat" DELIMITED BY SIZE
      INTO WS-Approval-Path
    END-STRING.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.hnd-cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
    END-STRING.

    MOVE SPACE TO WS-Work-Item-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "work-items.dat" DELIMITED BY SIZE
      INTO WS-Work-Item-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Job-Chain-State-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "job-chain.state" DELIMITED BY SIZE
      INTO WS-Job-Chain-State-Path
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
*> Same company list as PGM03's 097-Load-Company-
*> Table - the company master first, the bare
*> PGM00_COMPANY_CODES string as the fallback, and one
*> blank-code entry (the base tree) when neither names
*> a company.
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
100-Load-Last-Handover.
*>------------------------------------------------
*> Front-to-back read of the ledger, keeping the last
*> row - the ledger is append-only, so the last row is
*> the most recent signed handover.
*>------------------------------------------------
    MOVE SPACE TO WS-Hol-Last-Row.
    MOVE ZERO  TO WS-Hol-Row-Count.

    MOVE "N" TO WS-EOF-HOL.
    OPEN INPUT Handover-Ledger-File.
    IF  WS-StatusHOL = "00"
        PERFORM 110-Read-Handover-Row
          UNTIL Handover-Ledger-EOF
        CLOSE Handover-Ledger-File
    END-IF.

*>------------------------------------------------
110-Read-Handover-Row.
*>------------------------------------------------
    READ Handover-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-HOL
        NOT AT END
            IF  HO-Stamp NOT = SPACE
                ADD 1 TO WS-Hol-Row-Count
                MOVE Handover-Ledger-Line TO WS-Hol-Last-Row
            END-IF
    END-READ.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "H to prepare and sign on to a shift handover, "
            "L to show the last handover," UPON CONSOLE.
    DISPLAY "or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE WS-Menu-Verb
        WHEN "H"
            PERFORM 300-Prepare-Handover
              THRU 300-Prepare-Exit
        WHEN "L"
            PERFORM 210-Display-Last-Handover
        WHEN "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-Display-Last-Handover.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    IF  WS-Hol-Last-Stamp = SPACE
        DISPLAY "(no signed handover on file)" UPON CONSOLE
    ELSE
        DISPLAY "Last handover   " WS-Hol-Last-Stamp
                "  (previous " WS-Hol-Last-Since ")" UPON CONSOLE
        DISPLAY "Handed over by  " WS-Hol-Last-Outgoing
                "  accepted by " WS-Hol-Last-Incoming UPON CONSOLE
        PERFORM 211-Display-Last-Count
          VARYING WS-Hnd-Sec-Idx FROM 1 BY 1
            UNTIL WS-Hnd-Sec-Idx > 8
        DISPLAY "Report          " FUNCTION TRIM(WS-Hol-Last-Report)
          UPON CONSOLE
        DISPLAY "Signature       " WS-Hol-Last-Signature UPON CONSOLE
        IF  WS-Hol-Last-Remark NOT = SPACE
            DISPLAY "Remark          " FUNCTION TRIM(WS-Hol-Last-Remark)
              UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
211-Display-Last-Count.
*>------------------------------------------------
    MOVE WS-Hol-Last-Count(WS-Hnd-Sec-Idx) TO WS-Hrp-Count-Edit.
    DISPLAY "    " WS-Hrp-Count-Edit " "
            FUNCTION TRIM(WS-Hnd-Section-Name(WS-Hnd-Sec-Idx))
      UPON CONSOLE.

*>------------------------------------------------
300-Prepare-Handover.
*>------------------------------------------------
*> Report first, sign-on second: the report is written
*> and catalogued whether or not it is accepted, so a
*> declined handover still leaves what was shown.
*>------------------------------------------------
    MOVE "HANDOVER" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to sign on to a handover"
          UPON CONSOLE
        GO TO 300-Prepare-Exit
    END-IF.

    PERFORM 395-Stamp-Now.
    MOVE WS-Stamp-Now TO WS-Hnd-Stamp.

*>  the first handover on file starts NEW at midnight
*>  today rather than marking the whole history new.
    IF  WS-Hol-Last-Stamp = SPACE
        MOVE SPACE TO WS-Hnd-Since
        STRING WS-Hnd-Stamp(1 : 8) DELIMITED BY SIZE
               "000000" DELIMITED BY SIZE
          INTO WS-Hnd-Since
        END-STRING
    ELSE
        MOVE WS-Hol-Last-Stamp TO WS-Hnd-Since
    END-IF.

    MOVE WS-Hol-Last-Incoming TO WS-Hnd-Outgoing.
    IF  WS-Hnd-Outgoing = SPACE
        MOVE "UNKNOWN" TO WS-Hnd-Outgoing
    END-IF.
    DISPLAY "Outgoing operator (blank for "
            FUNCTION TRIM(WS-Hnd-Outgoing) "):" UPON CONSOLE.
    MOVE SPACE TO WS-Hnd-Sign-User.
    ACCEPT WS-Hnd-Sign-User FROM CONSOLE END-ACCEPT.
    IF  WS-Hnd-Sign-User NOT = SPACE
        MOVE WS-Hnd-Sign-User TO WS-Hnd-Outgoing
    END-IF.

    MOVE SPACE TO WS-Handover-Rpt-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/handover-" DELIMITED BY SIZE
           WS-Hnd-Stamp(1 : 8) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-Hnd-Stamp(9 : 6) DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Handover-Rpt-Path
    END-STRING.

    OPEN OUTPUT Handover-Rpt-File.
    IF  WS-StatusHRP NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Handover-Rpt-Path)
                " status " WS-StatusHRP UPON CONSOLE
        GO TO 300-Prepare-Exit
    END-IF.

    INITIALIZE WS-Hnd-Section-Table.
    MOVE ZERO TO WS-Hnd-Total
                 WS-Hnd-New-Total.

    MOVE SPACE TO Handover-Rpt-Line.
    STRING "SHIFT HANDOVER REPORT   " DELIMITED BY SIZE
           WS-Hnd-Stamp DELIMITED BY SIZE
           "   PREPARED BY " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
      INTO Handover-Rpt-Line
    END-STRING.
    WRITE Handover-Rpt-Line.

    MOVE SPACE TO Handover-Rpt-Line.
    STRING "OUTGOING: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Hnd-Outgoing) DELIMITED BY SIZE
           "   NEW = SINCE " DELIMITED BY SIZE
           WS-Hnd-Since DELIMITED BY SIZE
      INTO Handover-Rpt-Line
    END-STRING.
    WRITE Handover-Rpt-Line.

    PERFORM 400-List-Work-Items.
    PERFORM 410-List-Hold-List.
    PERFORM 420-List-Anomaly-Holds.
    PERFORM 430-List-Unworked-Rejects.
    PERFORM 440-List-Missed-Arrivals.
    PERFORM 450-List-Failed-Chain-Steps.
    PERFORM 460-List-Pending-Approvals.
    PERFORM 470-List-Retry-Queue.

    MOVE WS-Hnd-Total     TO WS-Hrp-Count-Edit.
    MOVE WS-Hnd-New-Total TO WS-Hrp-Count-Edit2.

    MOVE SPACE TO Handover-Rpt-Line.
    WRITE Handover-Rpt-Line.
    MOVE SPACE TO Handover-Rpt-Line.
    STRING "TOTALS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Hrp-Count-Edit) DELIMITED BY SIZE
           " OPEN ITEM(S), " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Hrp-Count-Edit2) DELIMITED BY SIZE
           " NEW SINCE THE PREVIOUS HANDOVER" DELIMITED BY SIZE
      INTO Handover-Rpt-Line
    END-STRING.
    WRITE Handover-Rpt-Line.

    CLOSE Handover-Rpt-File.

    PERFORM 830-Compute-Checksum.

    MOVE "HANDOVER"          TO WS-Cat-Type.
    MOVE WS-Hnd-Stamp(1 : 8) TO WS-Cat-Date.
    MOVE SPACE               TO WS-Cat-Company.
    MOVE WS-Hnd-Total        TO WS-Cat-Rows.
    MOVE WS-Handover-Rpt-Path TO WS-Cat-Path.
    PERFORM 940-Register-Report.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "=== SHIFT HANDOVER " WS-Hnd-Stamp " ===" UPON CONSOLE.
    DISPLAY "Handed over by " FUNCTION TRIM(WS-Hnd-Outgoing)
            ", NEW since " WS-Hnd-Since UPON CONSOLE.
    DISPLAY "   Open    New" UPON CONSOLE.
    PERFORM 310-Display-Section-Count
      VARYING WS-Hnd-Sec-Idx FROM 1 BY 1
        UNTIL WS-Hnd-Sec-Idx > 8.
    DISPLAY "Report " FUNCTION TRIM(WS-Handover-Rpt-Path)
      UPON CONSOLE.

    PERFORM 600-Take-Sign-On
      THRU 600-Take-Sign-On-Exit.

*>------------------------------------------------
300-Prepare-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Display-Section-Count.
*>------------------------------------------------
    MOVE WS-Hnd-Sec-Count(WS-Hnd-Sec-Idx) TO WS-Hrp-Count-Edit.
    MOVE WS-Hnd-Sec-New(WS-Hnd-Sec-Idx)   TO WS-Hrp-Count-Edit2.
    DISPLAY "  " WS-Hrp-Count-Edit "  " WS-Hrp-Count-Edit2 "  "
            FUNCTION TRIM(WS-Hnd-Section-Name(WS-Hnd-Sec-Idx))
      UPON CONSOLE.

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
400-List-Work-Items.
*>------------------------------------------------
*> Items still O (open) - an acknowledged item has an
*> owner already and is not handed over.
*>------------------------------------------------
    MOVE 1 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-WKI.
    OPEN INPUT Work-Item-File.
    IF  WS-StatusWKI = "00"
        PERFORM 401-List-One-Work-Item
          UNTIL Work-Item-EOF
        CLOSE Work-Item-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
401-List-One-Work-Item.
*>------------------------------------------------
    READ Work-Item-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-WKI
        NOT AT END
            IF  WI-Status = "O"
                MOVE WI-Raised-Stamp TO WS-Hnd-Row-Stamp
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING WI-Raised-Stamp DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WI-Pgm-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WI-Company DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WI-Severity DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WI-Text DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
410-List-Hold-List.
*>------------------------------------------------
*> Hold-list and anomaly-hold rows carry only a date;
*> one dated the previous handover's day or later is
*> marked NEW (23:59:59 that day), so a hold placed on
*> the handover day is never missed.
*>------------------------------------------------
    MOVE 2 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-HLD.
    OPEN INPUT Hold-List-File.
    IF  WS-StatusHLD = "00"
        PERFORM 411-List-One-Hold-Row
          UNTIL Hold-List-EOF
        CLOSE Hold-List-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
411-List-One-Hold-Row.
*>------------------------------------------------
    READ Hold-List-File
        AT END
            MOVE "Y" TO WS-EOF-HLD
        NOT AT END
            IF  HL-Pattern NOT = SPACE
                MOVE SPACE TO WS-Hnd-Row-Stamp
                IF  HL-Date NOT = SPACE
                    STRING HL-Date DELIMITED BY SIZE
                           "235959" DELIMITED BY SIZE
                      INTO WS-Hnd-Row-Stamp
                    END-STRING
                END-IF
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING HL-Pattern DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HL-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HL-User DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HL-Reason DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
420-List-Anomaly-Holds.
*>------------------------------------------------
*> A RELEASED row is PGM30's one-shot waiver, not a
*> hold - left off.
*>------------------------------------------------
    MOVE 3 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-ANH.
    OPEN INPUT Anomaly-Hold-File.
    IF  WS-StatusANH = "00"
        PERFORM 421-List-One-Anomaly-Row
          UNTIL Anomaly-Hold-EOF
        CLOSE Anomaly-Hold-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
421-List-One-Anomaly-Row.
*>------------------------------------------------
    READ Anomaly-Hold-File
        AT END
            MOVE "Y" TO WS-EOF-ANH
        NOT AT END
            IF  AH-Filename NOT = SPACE
            AND AH-Reason NOT = "RELEASED"
                MOVE SPACE TO WS-Hnd-Row-Stamp
                IF  AH-Date NOT = SPACE
                    STRING AH-Date DELIMITED BY SIZE
                           "235959" DELIMITED BY SIZE
                      INTO WS-Hnd-Row-Stamp
                    END-STRING
                END-IF
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING AH-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AH-Reason DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AH-Filename DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
430-List-Unworked-Rejects.
*>------------------------------------------------
*> Every company tree's reject ledger, less the rows
*> its workbench ledger already covers - the same
*> unworked test as PGM28's workbench list.
*>------------------------------------------------
    MOVE 4 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    PERFORM 431-List-Company-Rejects
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    PERFORM 490-End-Section.

*>------------------------------------------------
431-List-Company-Rejects.
*>------------------------------------------------
    PERFORM 500-Build-Company-Paths.

    MOVE ZERO TO WS-Rjw-Count.
    MOVE "N" TO WS-EOF-RJW.
    OPEN INPUT Reject-Work-File.
    IF  WS-StatusRJW = "00"
        PERFORM 432-Load-One-Worked-Row
          UNTIL Reject-Work-EOF
        CLOSE Reject-Work-File
    END-IF.

    MOVE "N" TO WS-EOF-HRJ.
    OPEN INPUT Reject-Ledger-File.
    IF  WS-StatusRJL = "00"
        PERFORM 433-List-One-Reject-Row
          UNTIL Hnd-Reject-EOF
        CLOSE Reject-Ledger-File
    END-IF.

*>------------------------------------------------
432-Load-One-Worked-Row.
*>------------------------------------------------
    READ Reject-Work-File
        AT END
            MOVE "Y" TO WS-EOF-RJW
        NOT AT END
            IF  RW-Filename NOT = SPACE
            AND WS-Rjw-Count < 200
                ADD 1 TO WS-Rjw-Count
                SET WS-Rjw-Idx TO WS-Rjw-Count
                MOVE RW-Date     TO WS-Rjw-Date(WS-Rjw-Idx)
                MOVE RW-Time     TO WS-Rjw-Time(WS-Rjw-Idx)
                MOVE RW-Filename TO WS-Rjw-Filename(WS-Rjw-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
433-List-One-Reject-Row.
*>------------------------------------------------
    READ Reject-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-HRJ
        NOT AT END
            MOVE Reject-Ledger-Line TO WS-Reject-Ledger-Row
            IF  WS-Reject-Filename NOT = SPACE
                PERFORM 434-Check-Row-Worked
                IF  NOT WS-Rjw-Worked
                    MOVE SPACE TO WS-Hnd-Row-Stamp
                    STRING WS-Reject-Date DELIMITED BY SIZE
                           WS-Reject-Time DELIMITED BY SIZE
                      INTO WS-Hnd-Row-Stamp
                    END-STRING
                    MOVE SPACE TO WS-Hnd-Item-Text
                    STRING WS-Hnd-Co-Label DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Reject-Date DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Reject-Time DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Reject-Reason DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Reject-Filename DELIMITED BY SIZE
                      INTO WS-Hnd-Item-Text
                    END-STRING
                    PERFORM 485-Write-Item
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
434-Check-Row-Worked.
*>------------------------------------------------
*> Same test as PGM28's 112-Check-Row-Worked.
*>------------------------------------------------
    MOVE "N" TO WS-Rjw-Found-Sw.

    IF  WS-Rjw-Count > ZERO
        PERFORM 435-Match-One-Worked-Row
          VARYING WS-Rjw-Idx FROM 1 BY 1
            UNTIL WS-Rjw-Worked
               OR WS-Rjw-Idx > WS-Rjw-Count
    END-IF.

*>------------------------------------------------
435-Match-One-Worked-Row.
*>------------------------------------------------
    IF  WS-Rjw-Date(WS-Rjw-Idx)     = WS-Reject-Date
    AND WS-Rjw-Time(WS-Rjw-Idx)     = WS-Reject-Time
    AND WS-Rjw-Filename(WS-Rjw-Idx) = WS-Reject-Filename
        MOVE "Y" TO WS-Rjw-Found-Sw
    END-IF.

*>------------------------------------------------
440-List-Missed-Arrivals.
*>------------------------------------------------
*> The expected-arrivals monitor raises event 9107 for
*> each miss (PGM01's 263-Missed-File); misses are
*> events rather than open items, so only those raised
*> since the previous handover are listed.  Escalation
*> hop rows carry no event code and so are not counted
*> twice.
*>------------------------------------------------
    MOVE 5 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-HAQ.
    OPEN INPUT Alert-Queue-File.
    IF  WS-StatusALQ = "00"
        PERFORM 441-List-One-Alert-Row
          UNTIL Hnd-Alert-EOF
        CLOSE Alert-Queue-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
441-List-One-Alert-Row.
*>------------------------------------------------
    READ Alert-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-HAQ
        NOT AT END
            MOVE Alert-Queue-Line TO WS-Alert-Queue-Row
            IF  WS-Alert-Event-Code-X IS NUMERIC
            AND WS-Alert-Event-Code = 9107
                MOVE SPACE TO WS-Hnd-Row-Stamp
                STRING WS-Alert-Date DELIMITED BY SIZE
                       WS-Alert-Time DELIMITED BY SIZE
                  INTO WS-Hnd-Row-Stamp
                END-STRING
                IF  WS-Hnd-Row-Stamp > WS-Hnd-Since
                    MOVE SPACE TO WS-Hnd-Item-Text
                    STRING WS-Alert-Date DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Alert-Time DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Alert-Company DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-Alert-Path DELIMITED BY SIZE
                      INTO WS-Hnd-Item-Text
                    END-STRING
                    PERFORM 485-Write-Item
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
450-List-Failed-Chain-Steps.
*>------------------------------------------------
*> The last chain run's per-step state - a FAIL there,
*> and every BLKD step waiting behind it, stays until
*> PGM00B's rerun resumes past it.
*>------------------------------------------------
    MOVE 6 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-JCS.
    OPEN INPUT Job-Chain-State-File.
    IF  WS-StatusJCS = "00"
        PERFORM 451-List-One-Chain-Step
          UNTIL Job-Chain-State-EOF
        CLOSE Job-Chain-State-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
451-List-One-Chain-Step.
*>------------------------------------------------
    READ Job-Chain-State-File
        AT END
            MOVE "Y" TO WS-EOF-JCS
        NOT AT END
            IF  JCS-Status = "FAIL"
            OR  JCS-Status = "BLKD"
                MOVE SPACE TO WS-Hnd-Row-Stamp
                MOVE JCS-Return TO WS-Hnd-Return-Edit
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING JCS-Seq DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JCS-Program DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JCS-Status DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Hnd-Return-Edit DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
460-List-Pending-Approvals.
*>------------------------------------------------
    MOVE 7 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    MOVE "N" TO WS-EOF-APV.
    OPEN INPUT Approval-File.
    IF  WS-StatusAPV = "00"
        PERFORM 461-List-One-Approval
          UNTIL Approval-EOF
        CLOSE Approval-File
    END-IF.

    PERFORM 490-End-Section.

*>------------------------------------------------
461-List-One-Approval.
*>------------------------------------------------
    READ Approval-File
        AT END
            MOVE "Y" TO WS-EOF-APV
        NOT AT END
            IF  AP-Action NOT = SPACE
            AND AP-Status = "P"
                MOVE AP-Req-Stamp TO WS-Hnd-Row-Stamp
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING AP-Req-Stamp DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AP-Action DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AP-Requester DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
470-List-Retry-Queue.
*>------------------------------------------------
    MOVE 8 TO WS-Hnd-Sec.
    PERFORM 480-Start-Section.

    PERFORM 471-List-Company-Retries
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    PERFORM 490-End-Section.

*>------------------------------------------------
471-List-Company-Retries.
*>------------------------------------------------
    PERFORM 500-Build-Company-Paths.

    MOVE "N" TO WS-EOF-RTQ.
    OPEN INPUT Retry-Queue-File.
    IF  WS-StatusRTQ = "00"
        PERFORM 472-List-One-Retry-Row
          UNTIL Retry-Queue-EOF
        CLOSE Retry-Queue-File
    END-IF.

*>------------------------------------------------
472-List-One-Retry-Row.
*>------------------------------------------------
    READ Retry-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-RTQ
        NOT AT END
            IF  RQ-Filename NOT = SPACE
                MOVE SPACE TO WS-Hnd-Row-Stamp
                MOVE RQ-Attempts TO WS-Hnd-Attempts-Edit
                MOVE SPACE TO WS-Hnd-Item-Text
                STRING WS-Hnd-Co-Label DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Hnd-Attempts-Edit DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RQ-Filename DELIMITED BY SIZE
                  INTO WS-Hnd-Item-Text
                END-STRING
                PERFORM 485-Write-Item
            END-IF
    END-READ.

*>------------------------------------------------
480-Start-Section.
*>------------------------------------------------
    MOVE SPACE TO Handover-Rpt-Line.
    WRITE Handover-Rpt-Line.
    MOVE WS-Hnd-Section-Name(WS-Hnd-Sec) TO Handover-Rpt-Line.
    WRITE Handover-Rpt-Line.

*>------------------------------------------------
485-Write-Item.
*>------------------------------------------------
*> WS-Hnd-Item-Text and WS-Hnd-Row-Stamp in - one
*> report line, NEW when the item's stamp is later than
*> the previous handover.
*>------------------------------------------------
    MOVE SPACE TO WS-Hnd-Item-Mark.
    IF  WS-Hnd-Row-Stamp NOT = SPACE
    AND WS-Hnd-Row-Stamp > WS-Hnd-Since
        MOVE "NEW" TO WS-Hnd-Item-Mark
        ADD 1 TO WS-Hnd-Sec-New(WS-Hnd-Sec)
        ADD 1 TO WS-Hnd-New-Total
    END-IF.

    ADD 1 TO WS-Hnd-Sec-Count(WS-Hnd-Sec).
    ADD 1 TO WS-Hnd-Total.

    MOVE SPACE TO Handover-Rpt-Line.
    STRING "  " DELIMITED BY SIZE
           WS-Hnd-Item-Mark DELIMITED BY SIZE
           WS-Hnd-Item-Text DELIMITED BY SIZE
      INTO Handover-Rpt-Line
    END-STRING.
    WRITE Handover-Rpt-Line.

*>------------------------------------------------
490-End-Section.
*>------------------------------------------------
    IF  WS-Hnd-Sec-Count(WS-Hnd-Sec) = ZERO
        MOVE "  (none)" TO Handover-Rpt-Line
        WRITE Handover-Rpt-Line
    ELSE
        MOVE WS-Hnd-Sec-Count(WS-Hnd-Sec) TO WS-Hrp-Count-Edit
        MOVE WS-Hnd-Sec-New(WS-Hnd-Sec)   TO WS-Hrp-Count-Edit2
        MOVE SPACE TO Handover-Rpt-Line
        STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Hrp-Count-Edit) DELIMITED BY SIZE
               " OPEN, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Hrp-Count-Edit2) DELIMITED BY SIZE
               " NEW" DELIMITED BY SIZE
          INTO Handover-Rpt-Line
        END-STRING
        WRITE Handover-Rpt-Line
    END-IF.

*>------------------------------------------------
500-Build-Company-Paths.
*>------------------------------------------------
*> Re-root for WS-Co-Idx's company the same way PGM28's
*> 100-Build-Company-Paths does - a blank code is the
*> base tree.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    MOVE "(base)" TO WS-Hnd-Co-Label.
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Hnd-Co-Label
        MOVE SPACE TO WS-Root-Path
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                 DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Reject-Ledger-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "rejects-ledger.log" DELIMITED BY SIZE
      INTO WS-Reject-Ledger-Path
    END-STRING.

    MOVE SPACE TO WS-Reject-Work-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "reject-workbench.log" DELIMITED BY SIZE
      INTO WS-Reject-Work-Path
    END-STRING.

    MOVE SPACE TO WS-Retry-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-retry.queue" DELIMITED BY SIZE
      INTO WS-Retry-Queue-Path
    END-STRING.

*>------------------------------------------------
600-Take-Sign-On.
*>------------------------------------------------
*> The incoming operator accepts by typing their own
*> user ID - it must be the one this session is signed
*> on as, so nobody signs for someone else.  Anything
*> else declines: the report stays, no ledger row.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Incoming operator - type your user ID to accept "
            "this handover (blank to decline):" UPON CONSOLE.
    MOVE SPACE TO WS-Hnd-Sign-User.
    ACCEPT WS-Hnd-Sign-User FROM CONSOLE END-ACCEPT.

    IF  WS-Hnd-Sign-User = SPACE
    OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Hnd-Sign-User))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OS-User))
        IF  WS-Hnd-Sign-User NOT = SPACE
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Hnd-Sign-User)
                    " is not the signed-on user "
                    FUNCTION TRIM(WS-OS-User) UPON CONSOLE
        END-IF
        DISPLAY WS-Pgm-ID " handover not accepted - report kept, "
                "nothing signed" UPON CONSOLE
        MOVE SPACE TO WS-MSG
        STRING "handover " DELIMITED BY SIZE
               WS-Hnd-Stamp DELIMITED BY SIZE
               " declined" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 900-Write-Run-Audit
        GO TO 600-Take-Sign-On-Exit
    END-IF.

    DISPLAY "Remark for the ledger (optional):" UPON CONSOLE.
    MOVE SPACE TO WS-Hnd-Remark.
    ACCEPT WS-Hnd-Remark FROM CONSOLE END-ACCEPT.

    PERFORM 610-Write-Ledger-Row.
    IF  WS-StatusHOL NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Handover-Ledger-Path)
                " status " WS-StatusHOL UPON CONSOLE
        GO TO 600-Take-Sign-On-Exit
    END-IF.

    MOVE WS-Hnd-Total TO WS-Hrp-Count-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "handover " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Hnd-Outgoing) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-OS-User) DELIMITED BY SIZE
           " signed, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Hrp-Count-Edit) DELIMITED BY SIZE
           " open" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

*>------------------------------------------------
600-Take-Sign-On-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
610-Write-Ledger-Row.
*>------------------------------------------------
*> Appended with the OPEN EXTEND / OUTPUT fallback,
*> then kept as the last handover so a second handover
*> in the same session starts from this one.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    OPEN EXTEND Handover-Ledger-File.
    IF  WS-StatusHOL NOT = "00"
        OPEN OUTPUT Handover-Ledger-File
    END-IF.

    IF  WS-StatusHOL = "00"
        MOVE SPACE TO Handover-Ledger-Line
        MOVE WS-Stamp-Now         TO HO-Stamp
        MOVE WS-Hnd-Since         TO HO-Since-Stamp
        MOVE WS-Hnd-Outgoing      TO HO-Outgoing
        MOVE WS-OS-User           TO HO-Incoming
        PERFORM 611-Move-Ledger-Count
          VARYING WS-Hnd-Sec-Idx FROM 1 BY 1
            UNTIL WS-Hnd-Sec-Idx > 8
        MOVE WS-Cksum-Value       TO HO-Signature
        MOVE WS-Handover-Rpt-Path TO HO-Report-Path
        MOVE WS-Hnd-Remark        TO HO-Remark
        WRITE Handover-Ledger-Line
        MOVE Handover-Ledger-Line TO WS-Hol-Last-Row
        ADD 1 TO WS-Hol-Row-Count
        CLOSE Handover-Ledger-File
    END-IF.

*>------------------------------------------------
611-Move-Ledger-Count.
*>------------------------------------------------
    MOVE WS-Hnd-Sec-Count(WS-Hnd-Sec-Idx)
      TO HO-Count(WS-Hnd-Sec-Idx).

*>------------------------------------------------
830-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over the report as written - same CALL
*> "SYSTEM" + scratch-file idiom as PGM45's 830-
*> Compute-Checksum.  Zero means it could not be
*> computed.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Handover-Rpt-Path) DELIMITED BY SIZE
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
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per handover, signed
*> or declined, same layout as PGM40's 280-Write-
*> Reversal-Audit, WS-MSG as the text.
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
*> Same catalog append as PGM09's 940-Register-Report.
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

END PROGRAM PGM52.
