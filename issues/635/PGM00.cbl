COPY "./copybooks/Manifest-Select.cpy".
COPY "./copybooks/Manifest-Pending-Select.cpy".
COPY "./copybooks/Hold-List-Select.cpy".
COPY "./copybooks/Legal-Hold-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Duration-Rpt-Select.cpy".
COPY "./copybooks/Checkpoint-Select.cpy".
COPY "./copybooks/Manifest-FD.cpy".
COPY "./copybooks/Manifest-Pending-FD.cpy".
COPY "./copybooks/Hold-List-FD.cpy".
COPY "./copybooks/Legal-Hold-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Duration-Rpt-FD.cpy".
COPY "./copybooks/Checkpoint-FD.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Checkpoint-WS.cpy".

COPY "./copybooks/Self-Test-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Holiday-File-WS.cpy".

COPY "./copybooks/Hold-List-WS.cpy".

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Stuck-Check-WS.cpy".
      INTO WS-Auth-Table-Path
    END-STRING.

    PERFORM 0792-Identify-Operator.
    MOVE WS-OS-User TO WS-Auth-User.

    MOVE "FORCE" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
*>------------------------------------------------
00425-Save-Approvals.
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
        PERFORM 00427-Write-One-Approval
        CLOSE Approval-File
    END-IF.

    MOVE "S" TO WS-Chn-Function.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

*>------------------------------------------------
00426-Read-One-Approval.
*>------------------------------------------------
        CONTINUE
    ELSE
        IF  WS-OS-User = SPACE
            PERFORM 0792-Identify-Operator
        END-IF

        IF  WS-Apv-Count < 20
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
            END-IF
    END-READ.

*>------------------------------------------------
0792-Identify-Operator.
*>------------------------------------------------
*> Who is running this: the operator signed on at the
*> PGM32 menu (PGM61) when the run was launched from
*> there, else the OS login as always - an overnight
*> run has no sign-on and never refuses for want of
*> one.  Checked against the auth table and written on
*> the run audit, approvals and work items.
*>------------------------------------------------
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

*>------------------------------------------------
003-Wipe-One-Dir.
*>------------------------------------------------

    PERFORM 082-Load-Hold-List.

    PERFORM 088-Load-Legal-Holds.

    PERFORM 089-Load-Landing-Zones.

    PERFORM 075-Load-Business-Date.
        SET WS-Hold-Hit TO WS-Hld-Idx
    END-IF.

*>------------------------------------------------
088-Load-Legal-Holds.
*>------------------------------------------------
*> Load the holds still in force from the base
*> ./reports/legal-hold.cfg - a release date of today
*> or earlier means legal has let it go.  No file
*> means nothing is under hold.
*>------------------------------------------------
    MOVE SPACE TO WS-Legal-Hold-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/legal-hold.cfg" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Path
    END-STRING.

    ACCEPT WS-Lgh-Today-YMD FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Lgh-Count.

    MOVE "N" TO WS-EOF-LHR.
    OPEN INPUT Legal-Hold-File.
    IF  WS-StatusLHR = "00"
        PERFORM 0881-Read-Legal-Hold-Row
          UNTIL Legal-Hold-EOF
        CLOSE Legal-Hold-File
    END-IF.

*>------------------------------------------------
0881-Read-Legal-Hold-Row.
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
0882-Check-Legal-Hold.
*>------------------------------------------------
*> Match the deletion candidate in WS-Lgh-Check-Name/
*> -Vendor/-Company/-YMD against every hold in force.
*> Leaves WS-Lgh-Hit on the first hold that covers it,
*> for the skip log line.
*>------------------------------------------------
    MOVE "N"  TO WS-Lgh-Matched-Sw.
    MOVE ZERO TO WS-Lgh-Hit.

    IF  WS-Lgh-Count > ZERO
        PERFORM 08821-Match-One-Legal-Hold
          VARYING WS-Lgh-Idx FROM 1 BY 1
            UNTIL WS-Lgh-Matched
               OR WS-Lgh-Idx > WS-Lgh-Count
    END-IF.

*>------------------------------------------------
08821-Match-One-Legal-Hold.
*>------------------------------------------------
*> Every scope field the hold fills in must cover the
*> candidate; a blank field covers everything.
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
0883-Check-Purge-Legal-Hold.
*>------------------------------------------------
*> Fill the hold check from the purge listing row in
*> hand - vendor off the profile table (same match the
*> anomaly check uses), the company this pass is on,
*> and the mtime the listing carries.
*>------------------------------------------------
    MOVE "N" TO WS-Lgh-Matched-Sw.

    IF  WS-Lgh-Count > ZERO
        MOVE WS-Purge-Entry-Name TO WS-Lgh-Check-Name
                                    WS-Anh-Check-Name
        PERFORM 0895-Match-Vendor-For-Name
        MOVE WS-Vendor-Match-Code TO WS-Lgh-Check-Vendor
        IF  WS-Vendor-Count > ZERO
            MOVE "Y" TO WS-Lgh-Vendor-Known-Sw
        ELSE
            MOVE "N" TO WS-Lgh-Vendor-Known-Sw
        END-IF
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company
        MOVE WS-Purge-Mod-YMD TO WS-Lgh-Check-YMD
        PERFORM 0882-Check-Legal-Hold
    END-IF.

*>------------------------------------------------
0884-Log-Legal-Hold-Skip.
*>------------------------------------------------
*> One line per file a legal hold kept - which case,
*> which file.  Caller sets WS-Log-Source-Para.
*>------------------------------------------------
    ADD 1 TO WS-Lgh-Skipped-Count.
    SET WS-Lgh-Idx TO WS-Lgh-Hit.

    MOVE SPACE TO WS-MSG.
    STRING "legal hold " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lgh-Case-No(WS-Lgh-Idx)) DELIMITED BY SIZE
           ": kept " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lgh-Check-Name) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Info TO TRUE.
    MOVE 9142 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
083-Load-Retention-Policies.
*>------------------------------------------------
    MOVE ZERO            TO WS-Reject-Size.
    MOVE WS-Man-Ctl-Name TO WS-Reject-Filename.

    MOVE "A"                   TO WS-Chn-Function.
    MOVE WS-Pgm-ID             TO WS-Chn-Caller.
    MOVE WS-Reject-Ledger-Path TO WS-Chn-Path.
    MOVE 170                   TO WS-Chn-Row-Len.
    MOVE WS-Reject-Ledger-Row  TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Reject-Ledger-File
        IF  WS-StatusRJL NOT = "00"
            OPEN OUTPUT Reject-Ledger-File
        END-IF
        IF  WS-StatusRJL = "00"
            WRITE Reject-Ledger-Line
              FROM WS-Reject-Ledger-Row
            END-WRITE
            CLOSE Reject-Ledger-File
        END-IF
    END-IF.

    MOVE SPACE TO WS-MSG.
    MOVE File-Size-In-Bytes   TO WS-Reject-Size.
    MOVE Downloads-List-Entry TO WS-Reject-Filename.

    MOVE "A"                   TO WS-Chn-Function.
    MOVE WS-Pgm-ID             TO WS-Chn-Caller.
    MOVE WS-Reject-Ledger-Path TO WS-Chn-Path.
    MOVE 170                   TO WS-Chn-Row-Len.
    MOVE WS-Reject-Ledger-Row  TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Reject-Ledger-File
        IF  WS-StatusRJL NOT = "00"
            OPEN OUTPUT Reject-Ledger-File
        END-IF
        IF  WS-StatusRJL = "00"
            WRITE Reject-Ledger-Line
              FROM WS-Reject-Ledger-Row
            END-WRITE
            CLOSE Reject-Ledger-File
        END-IF
    END-IF.

    MOVE SPACE TO WS-MSG.
*> the per-directory Audit-Rpt-File, which is about
*> directory state, not who invoked the job.
*>------------------------------------------------
    PERFORM 0792-Identify-Operator.

    MOVE SPACE TO WS-Run-Audit-Row.

    MOVE WS-Run-ID  TO WS-Run-Audit-Run-ID.
    MOVE "run started" TO WS-Run-Audit-Text.

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
*>------------------------------------------------
*> Rolling window: the table keeps the 10 most recent
*> rows by shifting the oldest off the top once full.
*> Only PGM00's own whole-run rows count - a row naming
*> a program is a PGM00B chain step or PGM33 period job.
*>------------------------------------------------
    READ Run-Duration-File
        AT END
            MOVE "Y" TO WS-EOF-RDU
        NOT AT END
            MOVE Run-Duration-Line TO WS-Run-Duration-Row
            IF  WS-Rdu-Program = SPACE
                IF  WS-Rdu-Last-Count < 10
                    ADD 1 TO WS-Rdu-Last-Count
                ELSE
                    MOVE 1 TO WS-Rdu-Shift-Idx
                    PERFORM 1175-Shift-One-Summary-Slot
                      UNTIL WS-Rdu-Shift-Idx >= 10
                END-IF
                MOVE Run-Duration-Line
                  TO WS-Rdu-Last-Row(WS-Rdu-Last-Count)
            END-IF
    END-READ.

*>------------------------------------------------
*>------------------------------------------------
    MOVE ZERO TO WS-Purge-Count
                 WS-Purge-Bytes
                 WS-Purge-Progress-Count
                 WS-Lgh-Skipped-Count.

    COMPUTE WS-Purge-Today-YMD
          = CDT-Year * 10000
                          - FUNCTION INTEGER-OF-DATE
                              (WS-Purge-Mod-YMD)
                    IF  WS-Purge-Age-Days > WS-Retention-Days
                        PERFORM 0883-Check-Purge-Legal-Hold
                        IF  NOT WS-Lgh-Matched
                            ADD 1 TO WS-Purge-Candidates
                        END-IF
                    END-IF
                END-IF
            END-IF
                          = FUNCTION INTEGER-OF-DATE(WS-Purge-Today-YMD)
                          - FUNCTION INTEGER-OF-DATE(WS-Purge-Mod-YMD)

*>                  a file under legal hold is never purged,
*>                  however old - logged, then left alone.
                    IF  WS-Purge-Age-Days > WS-Retention-Days
                        PERFORM 0883-Check-Purge-Legal-Hold
                        IF  WS-Lgh-Matched
                            MOVE "175-PURGE-ONE-FILE" TO WS-Log-Source-Para
                            PERFORM 0884-Log-Legal-Hold-Skip
                        ELSE
                            ADD 1 TO WS-Purge-Count
                            MOVE ZERO TO WS-Purge-Entry-Size
                            MOVE FUNCTION NUMVAL(WS-Purge-Entry-Size-X)
                              TO WS-Purge-Entry-Size
                            ADD WS-Purge-Entry-Size TO WS-Purge-Bytes
                            IF  WS-Option NOT = 1
                                MOVE SPACE TO WS-Purge-Path
                                STRING FUNCTION TRIM
                                         (TBL-Path-Name(TBL-dir-files-incoming))
                                         DELIMITED BY SIZE
                                       FUNCTION TRIM(WS-Purge-Entry-Name)
                                         DELIMITED BY SIZE
                                  INTO WS-Purge-Path
                                END-STRING
                                CALL "CBL_DELETE_FILE"
                                  USING WS-Purge-Path
                                END-CALL
                            END-IF
                        END-IF
                    END-IF
                END-IF
                          - FUNCTION INTEGER-OF-DATE(WS-Purge-Mod-YMD)

                    IF  WS-Purge-Age-Days > WS-Rp-Days(WS-Rp-Idx)
                        PERFORM 0883-Check-Purge-Legal-Hold
                        IF  WS-Lgh-Matched
                            MOVE "174-AGE-POLICY-ENTRY"
                              TO WS-Log-Source-Para
                            PERFORM 0884-Log-Legal-Hold-Skip
                        ELSE
                            ADD 1 TO WS-Rp-Swept-Count
                            IF  WS-Option NOT = 1
                                PERFORM 1741-Retire-One-Policy-Entry
                            END-IF
                        END-IF
                    END-IF
                END-IF

    PERFORM 910-Write-Log-Line.

    IF  WS-Lgh-Skipped-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING WS-Lgh-Skipped-Count DELIMITED BY SIZE
               " ./files entries past retention kept under legal hold"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*> purge history row for the weekly roll-up - real
*> purges only; a dry run removed nothing.
    IF  WS-Purge-Count > ZERO
    MOVE WS-Pgm-ID          TO WS-Alert-Pgm-ID.
    MOVE WS-Log-Struct-Text TO WS-Alert-Path.

    MOVE WS-Log-Event-Code TO WS-Alert-Event-Code.
    IF  WS-Co-Idx > ZERO
    AND WS-Co-Idx NOT > WS-Company-Count
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Alert-Company
    END-IF.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
    MOVE FUNCTION TRIM(WS-Path-Name)
                                 TO WS-Alert-Path.

    IF  WS-Co-Idx > ZERO
    AND WS-Co-Idx NOT > WS-Company-Count
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Alert-Company
    END-IF.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
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
