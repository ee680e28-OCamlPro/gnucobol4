*> entries, and folder state alone says how far any
*> one file got.  Orphans a crashed run left behind
*> in ./files/processing are recovered at startup.
*> XML and JSON arrivals from a vendor on ./reports/
*> struct-map.cfg are converted to canonical pipe-
*> delimited rows before validation, the original
*> kept in ./files/done as its STRUCTURED evidence.
*> Every profiled file also leaves a per-column
*> data-quality profile on ./reports/dq-history.dat
*> (blank and type-failure counts, distinct values,
*> low/high value) for PGM68's trend report.
*> Acknowledgments, reject returns and staging
*> handoffs for a recipient on ./reports/recipient-
*> keys.cfg go out sealed (<name>.pgp), the clear copy
*> kept in ./files/sent; a "required" recipient with no
*> usable key is blocked and alerted, never sent clear.
*> CALLed right after PGM00 returns a successful
*> WS-Return - see PGM00B.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
COPY "./copybooks/Reject-Ledger-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Onboard-Select.cpy".
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/Intake-Data-Select.cpy".
COPY "./copybooks/Record-Error-Select.cpy".
COPY "./copybooks/DQ-Hist-Select.cpy".
COPY "./copybooks/Norm-Out-Select.cpy".
COPY "./copybooks/Code-Xlate-Select.cpy".
COPY "./copybooks/Struct-Map-Select.cpy".
COPY "./copybooks/Struct-In-Select.cpy".
COPY "./copybooks/Struct-Out-Select.cpy".
COPY "./copybooks/Xlate-Exc-Select.cpy".
COPY "./copybooks/Split-Link-Select.cpy".
COPY "./copybooks/Split-Out-Select.cpy".
COPY "./copybooks/Zone-Link-Select.cpy".
COPY "./copybooks/Day-Close-Select.cpy".
COPY "./copybooks/Stage-Stamp-Select.cpy".
COPY "./copybooks/Decrypt-Key-Select.cpy".
COPY "./copybooks/Recipient-Key-Select.cpy".
COPY "./copybooks/Prio-Limits-Select.cpy".
COPY "./copybooks/Business-Date-Select.cpy".
COPY "./copybooks/Vendor-Seq-Select.cpy".
COPY "./copybooks/Rej-Return-Select.cpy".
COPY "./copybooks/Expect-Tbl-Select.cpy".
COPY "./copybooks/Maint-Window-Select.cpy".
COPY "./copybooks/Maint-Suppress-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Holiday-File-Select.cpy".
COPY "./copybooks/Intake-Moved-Select.cpy".
COPY "./copybooks/Hold-List-Select.cpy".
COPY "./copybooks/Ack-File-Select.cpy".
COPY "./copybooks/Handoff-Select.cpy".
COPY "./copybooks/Mask-Copy-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Reject-Ledger-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Onboard-FD.cpy".
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/Intake-Data-FD.cpy".
COPY "./copybooks/Record-Error-FD.cpy".
COPY "./copybooks/DQ-Hist-FD.cpy".
COPY "./copybooks/Norm-Out-FD.cpy".
COPY "./copybooks/Code-Xlate-FD.cpy".
COPY "./copybooks/Struct-Map-FD.cpy".
COPY "./copybooks/Struct-In-FD.cpy".
COPY "./copybooks/Struct-Out-FD.cpy".
COPY "./copybooks/Xlate-Exc-FD.cpy".
COPY "./copybooks/Split-Link-FD.cpy".
COPY "./copybooks/Split-Out-FD.cpy".
COPY "./copybooks/Zone-Link-FD.cpy".
COPY "./copybooks/Day-Close-FD.cpy".
COPY "./copybooks/Stage-Stamp-FD.cpy".
COPY "./copybooks/Decrypt-Key-FD.cpy".
COPY "./copybooks/Recipient-Key-FD.cpy".
COPY "./copybooks/Prio-Limits-FD.cpy".
COPY "./copybooks/Business-Date-FD.cpy".
COPY "./copybooks/Vendor-Seq-FD.cpy".
COPY "./copybooks/Rej-Return-FD.cpy".
COPY "./copybooks/Expect-Tbl-FD.cpy".
COPY "./copybooks/Maint-Window-FD.cpy".
COPY "./copybooks/Maint-Suppress-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Holiday-File-FD.cpy".
COPY "./copybooks/Intake-Moved-FD.cpy".
COPY "./copybooks/Hold-List-FD.cpy".
COPY "./copybooks/Ack-File-FD.cpy".
COPY "./copybooks/Handoff-FD.cpy".
COPY "./copybooks/Mask-Copy-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

COPY "./copybooks/Intake-Scan-WS.cpy".
COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".
COPY "./copybooks/Onboard-WS.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Col-Mask-WS.cpy".

COPY "./copybooks/Intake-Data-WS.cpy".

COPY "./copybooks/Record-Error-WS.cpy".

COPY "./copybooks/DQ-Hist-WS.cpy".
COPY "./copybooks/DQ-Profile-WS.cpy".

COPY "./copybooks/Norm-Out-WS.cpy".

COPY "./copybooks/Code-Xlate-WS.cpy".
COPY "./copybooks/Struct-Map-WS.cpy".
COPY "./copybooks/Struct-Cnv-WS.cpy".

COPY "./copybooks/Xlate-Exc-WS.cpy".

COPY "./copybooks/Split-Link-WS.cpy".

COPY "./copybooks/Split-Out-WS.cpy".

COPY "./copybooks/Decrypt-Key-WS.cpy".

COPY "./copybooks/Recipient-Key-WS.cpy".

COPY "./copybooks/Prio-Limits-WS.cpy".

COPY "./copybooks/Business-Date-WS.cpy".

COPY "./copybooks/Expect-Tbl-WS.cpy".

COPY "./copybooks/Maint-Window-WS.cpy".

COPY "./copybooks/Maint-Suppress-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------

    PERFORM 093-Load-Vendor-Table.

    PERFORM 083-Load-Onboard-Table.

    PERFORM 078-Load-Layout-Table.

    PERFORM 0781-Load-Code-Xlate.

    PERFORM 0782-Load-Struct-Map.

    PERFORM 077-Load-Decrypt-Keys.

    PERFORM 0772-Load-Recipient-Keys.

    PERFORM 076-Load-Priority-Limits.

    PERFORM 075-Load-Business-Date.

    PERFORM 088-Load-Expected-Table.

    PERFORM 0891-Load-Maint-Windows.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
            END-IF
    END-READ.

*>------------------------------------------------
0891-Load-Maint-Windows.
*>------------------------------------------------
*> The planned-maintenance calendar PGM49 keeps in
*> ./reports/maint-window.cfg, from the same base root
*> as the expected-arrivals schedule - a window open
*> over a company or vendor holds its misses back.  No
*> file means no windows.
*>------------------------------------------------
    MOVE SPACE TO WS-Maint-Window-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/maint-window.cfg" DELIMITED BY SIZE
      INTO WS-Maint-Window-Path
    END-STRING.

    MOVE ZERO TO WS-Maint-Count.

    MOVE "N" TO WS-EOF-MNW.
    OPEN INPUT Maint-Window-File.
    IF  WS-StatusMNW = "00"
        PERFORM 0892-Read-Maint-Row
          UNTIL Maint-Window-EOF
        CLOSE Maint-Window-File
    END-IF.

*>------------------------------------------------
0892-Read-Maint-Row.
*>------------------------------------------------
    READ Maint-Window-File
        AT END
            MOVE "Y" TO WS-EOF-MNW
        NOT AT END
            IF  MW-Start NOT = SPACE
            AND WS-Maint-Count < 40
                ADD 1 TO WS-Maint-Count
                SET WS-Mnt-Idx TO WS-Maint-Count
                MOVE MW-ID          TO WS-Maint-ID(WS-Mnt-Idx)
                MOVE MW-Start       TO WS-Maint-Start(WS-Mnt-Idx)
                MOVE MW-End         TO WS-Maint-End(WS-Mnt-Idx)
                MOVE FUNCTION UPPER-CASE(MW-Scope)
                                    TO WS-Maint-Scope(WS-Mnt-Idx)
                MOVE MW-Scope-Value TO WS-Maint-Scope-Value(WS-Mnt-Idx)
                MOVE MW-Reason      TO WS-Maint-Reason(WS-Mnt-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
093-Load-Vendor-Table.
*>------------------------------------------------
            END-IF
    END-READ.

*>------------------------------------------------
083-Load-Onboard-Table.
*>------------------------------------------------
*> The vendor onboarding records PGM51 keeps - one
*> row per vendor set up through its onboarding
*> screen, PROBATION until an operator has signed off
*> its first N arrivals, ACTIVE after.  Base-root
*> file, same load point as the vendor table it goes
*> with.  No file means no vendor is on probation.
*>------------------------------------------------
    MOVE SPACE TO WS-Onboard-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-onboarding.dat" DELIMITED BY SIZE
      INTO WS-Onboard-Path
    END-STRING.

    MOVE ZERO TO WS-Obd-Count.

    MOVE "N" TO WS-EOF-OBD.
    OPEN INPUT Onboard-File.
    IF  WS-StatusOBD = "00"
        PERFORM 0831-Read-Onboard-Row
          UNTIL Onboard-EOF
        CLOSE Onboard-File
    END-IF.

*>------------------------------------------------
0831-Read-Onboard-Row.
*>------------------------------------------------
    READ Onboard-File
        AT END
            MOVE "Y" TO WS-EOF-OBD
        NOT AT END
            IF  OB-Vendor-Code NOT = SPACE
            AND WS-Obd-Count < 40
                ADD 1 TO WS-Obd-Count
                SET WS-Obd-Idx TO WS-Obd-Count
                MOVE OB-Vendor-Code     TO WS-Obd-Vendor(WS-Obd-Idx)
                MOVE OB-Status          TO WS-Obd-Status(WS-Obd-Idx)
                MOVE OB-Probation-Count TO WS-Obd-Probation(WS-Obd-Idx)
                MOVE OB-Signed-Count    TO WS-Obd-Signed(WS-Obd-Idx)
                MOVE OB-Setup-User      TO WS-Obd-Setup-User(WS-Obd-Idx)
                MOVE OB-Setup-Stamp     TO WS-Obd-Setup-Stamp(WS-Obd-Idx)
                MOVE OB-Ended-Stamp     TO WS-Obd-Ended-Stamp(WS-Obd-Idx)
                MOVE OB-Approver        TO WS-Obd-Approver(WS-Obd-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0832-Check-Vendor-Probation.
*>------------------------------------------------
*> Is WS-Obd-Check-Vendor still on probation?  A blank
*> code, a vendor with no onboarding record, or one
*> whose record has gone ACTIVE all answer no.
*>------------------------------------------------
    MOVE "N" TO WS-Obd-Found-Sw.
    MOVE "N" TO WS-Obd-Probation-Sw.
    MOVE ZERO TO WS-Obd-Hit.

    IF  WS-Obd-Check-Vendor NOT = SPACE
        PERFORM 08321-Match-One-Onboard-Row
          VARYING WS-Obd-Idx FROM 1 BY 1
            UNTIL WS-Obd-Idx > WS-Obd-Count
               OR WS-Obd-Found
    END-IF.

    IF  WS-Obd-Found
    AND WS-Obd-Status(WS-Obd-Hit) = "PROBATION"
        MOVE "Y" TO WS-Obd-Probation-Sw
    END-IF.

*>------------------------------------------------
08321-Match-One-Onboard-Row.
*>------------------------------------------------
    IF  WS-Obd-Vendor(WS-Obd-Idx) = WS-Obd-Check-Vendor
        MOVE "Y" TO WS-Obd-Found-Sw
        SET WS-Obd-Hit TO WS-Obd-Idx
    END-IF.

*>------------------------------------------------
075-Load-Business-Date.
*>------------------------------------------------
            END-IF
    END-READ.

*>------------------------------------------------
0772-Load-Recipient-Keys.
*>------------------------------------------------
*> Load the per-recipient encryption profiles from
*> ./reports/recipient-keys.cfg, same base-root load
*> point as 077-Load-Decrypt-Keys.  No file just means
*> every recipient is still sent in clear.  A row with
*> no key or no hook is kept - it is how a "required"
*> recipient without a usable key gets blocked.
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
        PERFORM 07721-Read-Recipient-Key-Row
          UNTIL Recipient-Key-EOF
        CLOSE Recipient-Key-File
    END-IF.

*>------------------------------------------------
07721-Read-Recipient-Key-Row.
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
078-Load-Layout-Table.
*>------------------------------------------------
            MOVE "Y" TO WS-EOF-LAY
        NOT AT END
            IF  VL-Vendor-Code NOT = SPACE
            AND WS-Layout-Count < WS-Layout-Limit
                ADD 1 TO WS-Layout-Count
                SET WS-Lay-Idx TO WS-Layout-Count
                MOVE VL-Vendor-Code TO WS-Layout-Vendor(WS-Lay-Idx)
                MOVE VL-Co-Col      TO WS-Layout-Co-Col(WS-Lay-Idx)
                MOVE VL-Seq-Start   TO WS-Layout-Seq-Start(WS-Lay-Idx)
                MOVE VL-Seq-Len     TO WS-Layout-Seq-Len(WS-Lay-Idx)
                MOVE VL-Mask-Codes  TO WS-Layout-Mask-Codes(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Version)
                                    TO WS-Layout-Version(WS-Lay-Idx)
                MOVE VL-Eff-From    TO WS-Layout-Eff-From(WS-Lay-Idx)
                MOVE VL-Eff-To      TO WS-Layout-Eff-To(WS-Lay-Idx)
*>              rows saved before versions read blank - no
*>              header tag, same as PGM15's reference
*>              column.
                IF  VL-Tag-Col IS NUMERIC
                    MOVE VL-Tag-Col TO WS-Layout-Tag-Col(WS-Lay-Idx)
                ELSE
                    MOVE ZERO       TO WS-Layout-Tag-Col(WS-Lay-Idx)
                END-IF
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
0781-Load-Code-Xlate.
*>------------------------------------------------
*> Load the per-vendor code translation rows from
*> ./reports/code-xlate.cfg - same base-root load point
*> as 078-Load-Layout-Table.  No file means nothing is
*> translated: the canonical copy carries each vendor's
*> codes exactly as they arrived.
*>------------------------------------------------
    MOVE SPACE TO WS-Code-Xlate-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/code-xlate.cfg" DELIMITED BY SIZE
      INTO WS-Code-Xlate-Path
    END-STRING.

    MOVE ZERO TO WS-Cxl-Count.

    MOVE "N" TO WS-EOF-CXL.
    OPEN INPUT Code-Xlate-File.
    IF  WS-StatusCXL = "00"
        PERFORM 07811-Read-Xlate-Row
          UNTIL Code-Xlate-EOF
        CLOSE Code-Xlate-File
    END-IF.

*>------------------------------------------------
07811-Read-Xlate-Row.
*>------------------------------------------------
    READ Code-Xlate-File
        AT END
            MOVE "Y" TO WS-EOF-CXL
        NOT AT END
            IF  CX-Vendor-Code NOT = SPACE
            AND CX-Col IS NUMERIC
            AND CX-Col > ZERO
            AND CX-Col NOT > 20
            AND WS-Cxl-Count < WS-Cxl-Limit
                ADD 1 TO WS-Cxl-Count
                SET WS-Cxl-Idx TO WS-Cxl-Count
                MOVE CX-Vendor-Code TO WS-Cxl-Vendor(WS-Cxl-Idx)
                MOVE CX-Col         TO WS-Cxl-Col(WS-Cxl-Idx)
                MOVE CX-External    TO WS-Cxl-External(WS-Cxl-Idx)
                MOVE CX-Internal    TO WS-Cxl-Internal(WS-Cxl-Idx)
                MOVE CX-Eff-From    TO WS-Cxl-Eff-From(WS-Cxl-Idx)
                MOVE CX-Eff-To      TO WS-Cxl-Eff-To(WS-Cxl-Idx)
                MOVE CX-Changed-By  TO WS-Cxl-Changed-By(WS-Cxl-Idx)
                MOVE CX-Changed-Stamp
                                    TO WS-Cxl-Changed-Stamp(WS-Cxl-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0782-Load-Struct-Map.
*>------------------------------------------------
*> Load the per-vendor structured-format profiles from
*> ./reports/struct-map.cfg - same base-root load point
*> as 078-Load-Layout-Table.  No file means no vendor
*> is converted: an XML or JSON arrival is taken
*> exactly as it always was.
*>------------------------------------------------
    MOVE SPACE TO WS-Struct-Map-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/struct-map.cfg" DELIMITED BY SIZE
      INTO WS-Struct-Map-Path
    END-STRING.

    MOVE ZERO TO WS-Smp-Count.

    MOVE "N" TO WS-EOF-SMP.
    OPEN INPUT Struct-Map-File.
    IF  WS-StatusSMP = "00"
        PERFORM 07821-Read-Struct-Map-Row
          UNTIL Struct-Map-EOF
        CLOSE Struct-Map-File
    END-IF.

*>------------------------------------------------
07821-Read-Struct-Map-Row.
*>------------------------------------------------
    READ Struct-Map-File
        AT END
            MOVE "Y" TO WS-EOF-SMP
        NOT AT END
            IF  SM-Vendor-Code NOT = SPACE
            AND (SM-Format = "X" OR "x" OR "J" OR "j")
            AND SM-Record-Path NOT = SPACE
            AND SM-Col-Count IS NUMERIC
            AND SM-Col-Count > ZERO
            AND SM-Col-Count NOT > 20
            AND WS-Smp-Count < WS-Smp-Limit
                ADD 1 TO WS-Smp-Count
                SET WS-Smp-Idx TO WS-Smp-Count
                MOVE SM-Vendor-Code TO WS-Smp-Vendor(WS-Smp-Idx)
                MOVE FUNCTION UPPER-CASE(SM-Format)
                                    TO WS-Smp-Format(WS-Smp-Idx)
                MOVE SM-Col-Count   TO WS-Smp-Col-Count(WS-Smp-Idx)
                MOVE SM-Record-Path TO WS-Smp-Path-Work
                PERFORM 07822-Normalize-Struct-Path
                MOVE WS-Smp-Path-Work
                                    TO WS-Smp-Record-Path(WS-Smp-Idx)
                MOVE SM-Tag-Path    TO WS-Smp-Path-Work
                PERFORM 07822-Normalize-Struct-Path
                MOVE WS-Smp-Path-Work TO WS-Smp-Tag-Path(WS-Smp-Idx)
                MOVE SM-Cnt-Path    TO WS-Smp-Path-Work
                PERFORM 07822-Normalize-Struct-Path
                MOVE WS-Smp-Path-Work TO WS-Smp-Cnt-Path(WS-Smp-Idx)
                MOVE SM-Amt-Path    TO WS-Smp-Path-Work
                PERFORM 07822-Normalize-Struct-Path
                MOVE WS-Smp-Path-Work TO WS-Smp-Amt-Path(WS-Smp-Idx)
                PERFORM 07823-Load-Struct-Col-Path
                  VARYING WS-Smp-Col FROM 1 BY 1
                    UNTIL WS-Smp-Col > 20
            END-IF
    END-READ.

*>------------------------------------------------
07822-Normalize-Struct-Path.
*>------------------------------------------------
*> Upper-case, left-justified, leading "/" dropped - a
*> bare "/" comes out SPACE, the document's top level.
*>------------------------------------------------
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Smp-Path-Work))
      TO WS-Smp-Path-Work.
    IF  WS-Smp-Path-Work(1:1) = "/"
        MOVE WS-Smp-Path-Work(2:79) TO WS-Smp-Path-Work
    END-IF.

*>------------------------------------------------
07823-Load-Struct-Col-Path.
*>------------------------------------------------
    IF  WS-Smp-Col > WS-Smp-Col-Count(WS-Smp-Idx)
        MOVE SPACE TO WS-Smp-Col-Path(WS-Smp-Idx, WS-Smp-Col)
    ELSE
        MOVE SM-Col-Path(WS-Smp-Col) TO WS-Smp-Path-Work
        PERFORM 07822-Normalize-Struct-Path
        MOVE WS-Smp-Path-Work
          TO WS-Smp-Col-Path(WS-Smp-Idx, WS-Smp-Col)
    END-IF.

*>------------------------------------------------
084-Load-Event-Codes.
*>------------------------------------------------
            PERFORM 280-Check-Prior-Handoffs
            PERFORM 260-Check-Expected-Arrivals
            PERFORM 290-Check-Sequences
            PERFORM 247-Publish-Signed-Off
            PERFORM 285-Write-Handoff-Control
            PERFORM 198-Save-Retry-Queue
            PERFORM 188-Save-Split-Links
            PERFORM 182-Save-Zone-Links
                PERFORM 280-Check-Prior-Handoffs

                PERFORM 195-Recover-Processing-Orphans

                PERFORM 247-Publish-Signed-Off
            END-IF

            PERFORM 200-Scan-Incoming-Dir
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
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
2140-Convert-Structured-Entry.
*>------------------------------------------------
*> Conversion step for an XML/JSON arrival whose vendor
*> has a struct-map.cfg profile: one pipe-delimited
*> detail row per record element, columns in the
*> profile's order, written as <name>.dat beside it in
*> ./files/processing - framed by a header and trailer
*> row when the profile names a control count element.
*> The canonical copy then carries on as the arrival
*> itself, the original is retained in ./files/done
*> under its own STRUCTURED index row (same evidence
*> rule as 2137), and a document that cannot be
*> converted is a first-class BADCNV reject.  A vendor
*> with no profile is left exactly as it was.
*>------------------------------------------------
    PERFORM 2141-Find-Struct-Map.
    IF  NOT WS-Smp-Found
        GO TO 2140-Convert-Exit
    END-IF.

    MOVE WS-Intake-Work-Name TO WS-Cnv-Orig-Name.
    MOVE WS-Intake-Proc-Path TO WS-Cnv-Orig-Path.

    MOVE SPACE TO WS-Cnv-Out-Name.
    STRING FUNCTION TRIM(WS-Cnv-Orig-Name) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Cnv-Out-Name
    END-STRING.

    MOVE SPACE TO WS-Struct-Out-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-processing))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Out-Name) DELIMITED BY SIZE
      INTO WS-Struct-Out-Path
    END-STRING.

    MOVE "N"   TO WS-Cnv-Fail-Sw
                  WS-Cnv-Rec-Sw
                  WS-Cnv-Literal-Sw
                  WS-Cnv-Expect-Key-Sw
                  WS-Cnv-Cnt-Found-Sw.
    MOVE ZERO  TO WS-Cnv-Line-No
                  WS-Cnv-Token-Len
                  WS-Cnv-Path-Len
                  WS-Cnv-Depth
                  WS-Cnv-Row-Count.
    MOVE SPACE TO WS-Cnv-Token
                  WS-Cnv-Value
                  WS-Cnv-Path
                  WS-Cnv-Quote
                  WS-Cnv-Last-Two
                  WS-Cnv-Tag-Text
                  WS-Cnv-Cnt-Text
                  WS-Cnv-Amt-Text
                  WS-Cnv-Row-Values.
    IF  WS-Smp-Format(WS-Smp-Hit) = "X"
        SET WS-Cnv-In-Text   TO TRUE
    ELSE
        SET WS-Cnv-In-Normal TO TRUE
    END-IF.
    IF  WS-Smp-Record-Path(WS-Smp-Hit) = SPACE
        MOVE ZERO TO WS-Cnv-Rec-Len
    ELSE
        COMPUTE WS-Cnv-Rec-Len = FUNCTION LENGTH(
                FUNCTION TRIM(WS-Smp-Record-Path(WS-Smp-Hit)))
    END-IF.

    MOVE WS-Cnv-Orig-Path TO WS-Struct-In-Path.
    MOVE "N" TO WS-EOF-STI.
    OPEN INPUT Struct-In-File.
    IF  WS-StatusSTI NOT = "00"
        MOVE "document could not be opened"
          TO WS-Intake-Reject-Detail
        PERFORM 2148-Reject-Conversion
        GO TO 2140-Convert-Exit
    END-IF.

    OPEN OUTPUT Struct-Out-File.
    IF  WS-StatusSTO NOT = "00"
        CLOSE Struct-In-File
        MOVE "canonical copy could not be written"
          TO WS-Intake-Reject-Detail
        PERFORM 2148-Reject-Conversion
        GO TO 2140-Convert-Exit
    END-IF.

    PERFORM 2142-Convert-One-Line
      UNTIL Struct-In-EOF
         OR WS-Cnv-Failed.
    CLOSE Struct-In-File.

    IF  NOT WS-Cnv-Failed
        PERFORM 21422-Check-Document-End
    END-IF.
    IF  NOT WS-Cnv-Failed
    AND WS-Smp-Cnt-Path(WS-Smp-Hit) NOT = SPACE
        MOVE SPACE TO Struct-Out-Line
        STRING "TRL|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cnv-Cnt-Text) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cnv-Amt-Text) DELIMITED BY SIZE
          INTO Struct-Out-Line
        END-STRING
        WRITE Struct-Out-Line
    END-IF.
    CLOSE Struct-Out-File.

    IF  WS-Cnv-Failed
*>      a half-written canonical copy must not survive to
*>      be claimed as an orphan next run.
        CALL "CBL_DELETE_FILE"
          USING WS-Struct-Out-Path
        END-CALL
        PERFORM 2148-Reject-Conversion
        GO TO 2140-Convert-Exit
    END-IF.

    MOVE WS-Smp-Format(WS-Smp-Hit) TO WS-Cnv-Source-Format.
    PERFORM 2147-Retain-Structured-Original.

    MOVE WS-Cnv-Row-Count TO WS-Cnv-Row-Count-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "intake: converted " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Orig-Name) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Out-Name) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Row-Count-Edit) DELIMITED BY SIZE
           " record(s))" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>  the canonical copy carries on as the arrival itself.
    MOVE WS-Cnv-Out-Name    TO WS-Intake-Work-Name.
    MOVE WS-Struct-Out-Path TO WS-Intake-Proc-Path.
    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Intake-Proc-Path
              File-Info
    END-CALL.

*>------------------------------------------------
2140-Convert-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
2141-Find-Struct-Map.
*>------------------------------------------------
*> Match the resolved vendor code against the
*> structured-format profiles - first matching row wins.
*>------------------------------------------------
    MOVE "N"  TO WS-Smp-Found-Sw.
    MOVE ZERO TO WS-Smp-Hit.

    IF  WS-Vendor-Match-Code NOT = SPACE
    AND WS-Smp-Count > ZERO
        PERFORM 21411-Match-One-Struct-Map
          VARYING WS-Smp-Idx FROM 1 BY 1
            UNTIL WS-Smp-Found
               OR WS-Smp-Idx > WS-Smp-Count
    END-IF.

*>------------------------------------------------
21411-Match-One-Struct-Map.
*>------------------------------------------------
    IF  WS-Smp-Vendor(WS-Smp-Idx) = WS-Vendor-Match-Code
        MOVE "Y" TO WS-Smp-Found-Sw
        SET WS-Smp-Hit TO WS-Smp-Idx
    END-IF.

*>------------------------------------------------
2142-Convert-One-Line.
*>------------------------------------------------
*> One physical line through the scanner.  A line that
*> fills the whole record may have been cut short, so it
*> fails the conversion rather than be read as two.
*>------------------------------------------------
    READ Struct-In-File
        AT END
            MOVE "Y" TO WS-EOF-STI
        NOT AT END
            ADD 1 TO WS-Cnv-Line-No
            INSPECT Struct-In-Line
                REPLACING ALL X"0D" BY SPACE
                          ALL X"09" BY SPACE
*>          a UTF-8 byte-order mark is not content.
            IF  WS-Cnv-Line-No = 1
            AND Struct-In-Line(1:3) = X"EFBBBF"
                MOVE SPACE TO Struct-In-Line(1:3)
            END-IF
            IF  Struct-In-Line(WS-Cnv-Line-Max:1) NOT = SPACE
                MOVE "line too long" TO WS-Cnv-Why
                PERFORM 21481-Fail-At-Line
            ELSE
                PERFORM 21421-Scan-Line
            END-IF
    END-READ.

*>------------------------------------------------
21421-Scan-Line.
*>------------------------------------------------
    IF  Struct-In-Line = SPACE
        MOVE ZERO TO WS-Cnv-Line-Len
    ELSE
        COMPUTE WS-Cnv-Line-Len = FUNCTION LENGTH(
                FUNCTION TRIM(Struct-In-Line TRAILING))
    END-IF.

    IF  WS-Smp-Format(WS-Smp-Hit) = "X"
        PERFORM 2143-Scan-Xml-Char
          VARYING WS-Cnv-Pos FROM 1 BY 1
            UNTIL WS-Cnv-Pos > WS-Cnv-Line-Len
               OR WS-Cnv-Failed
*>      a line break inside text or a tag reads as a space.
        IF  WS-Cnv-Token-Len > ZERO
            MOVE SPACE TO WS-Cnv-Char
            PERFORM 21434-Add-Token-Char
        END-IF
    ELSE
        PERFORM 2144-Scan-Json-Char
          VARYING WS-Cnv-Pos FROM 1 BY 1
            UNTIL WS-Cnv-Pos > WS-Cnv-Line-Len
               OR WS-Cnv-Failed
*>      a line break ends a bare literal; a string can
*>      never run on past one.
        EVALUATE TRUE
            WHEN WS-Cnv-Failed
                CONTINUE
            WHEN WS-Cnv-In-String
            OR   WS-Cnv-In-Escape
                MOVE "string runs past end of line"
                  TO WS-Cnv-Why
                PERFORM 21481-Fail-At-Line
            WHEN OTHER
                PERFORM 21441-Finish-Json-Literal
        END-EVALUATE
    END-IF.

*>------------------------------------------------
21422-Check-Document-End.
*>------------------------------------------------
*> The whole document has been read - it must have
*> closed everything it opened, held at least one
*> record, and carried its control count if the
*> profile says it has one.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Cnv-Depth > ZERO
        OR   WS-Cnv-In-Tag
        OR   WS-Cnv-In-String
        OR   WS-Cnv-In-Escape
            MOVE "Y" TO WS-Cnv-Fail-Sw
            MOVE "document ends inside an element"
              TO WS-Intake-Reject-Detail
        WHEN WS-Cnv-Row-Count = ZERO
            MOVE "Y" TO WS-Cnv-Fail-Sw
            MOVE "no record elements found"
              TO WS-Intake-Reject-Detail
        WHEN WS-Smp-Cnt-Path(WS-Smp-Hit) NOT = SPACE
        AND  NOT WS-Cnv-Cnt-Found
            MOVE "Y" TO WS-Cnv-Fail-Sw
            MOVE "control count element missing"
              TO WS-Intake-Reject-Detail
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
2143-Scan-Xml-Char.
*>------------------------------------------------
*> XML, one character at a time: text between tags is
*> gathered and held at each "<" - it becomes the
*> element's value if the tag that follows closes it;
*> a tag body runs to the ">" that is outside any
*> attribute quote (and, for a comment or CDATA
*> section, at its proper terminator).
*>------------------------------------------------
    MOVE Struct-In-Line(WS-Cnv-Pos:1) TO WS-Cnv-Char.

    EVALUATE TRUE
        WHEN WS-Cnv-In-Text
        AND  WS-Cnv-Char = "<"
            MOVE SPACE TO WS-Cnv-Value
            IF  WS-Cnv-Token-Len > ZERO
                MOVE WS-Cnv-Token(1:WS-Cnv-Token-Len)
                  TO WS-Cnv-Value
            END-IF
            MOVE ZERO  TO WS-Cnv-Token-Len
            MOVE SPACE TO WS-Cnv-Token
                          WS-Cnv-Quote
                          WS-Cnv-Last-Two
            SET WS-Cnv-In-Tag TO TRUE
        WHEN WS-Cnv-In-Text
            PERFORM 21434-Add-Token-Char
        WHEN WS-Cnv-Char = ">"
        AND  WS-Cnv-Quote = SPACE
        AND  NOT (WS-Cnv-Token(1:3) = "!--"
                  AND WS-Cnv-Last-Two NOT = "--")
        AND  NOT (WS-Cnv-Token(1:8) = "![CDATA["
                  AND WS-Cnv-Last-Two NOT = "]]")
            PERFORM 21431-Process-Xml-Tag
        WHEN OTHER
            PERFORM 21435-Add-Tag-Char
    END-EVALUATE.

*>------------------------------------------------
21431-Process-Xml-Tag.
*>------------------------------------------------
*> A complete tag body is in hand: declarations,
*> processing instructions and comments are skipped, a
*> CDATA section becomes text, and element tags open
*> or close (a self-closing one does both).
*>------------------------------------------------
    MOVE WS-Cnv-Token     TO WS-Cnv-Tag-Body.
    MOVE WS-Cnv-Token-Len TO WS-Cnv-Tag-Len.
    MOVE ZERO  TO WS-Cnv-Token-Len.
    MOVE SPACE TO WS-Cnv-Token.
    SET WS-Cnv-In-Text TO TRUE.

    EVALUATE TRUE
        WHEN WS-Cnv-Tag-Len = ZERO
            MOVE "empty tag" TO WS-Cnv-Why
            PERFORM 21481-Fail-At-Line
        WHEN WS-Cnv-Tag-Body(1:8) = "![CDATA["
            IF  WS-Cnv-Tag-Len > 10
                COMPUTE WS-Cnv-Token-Len = WS-Cnv-Tag-Len - 10
                MOVE WS-Cnv-Tag-Body(9:WS-Cnv-Token-Len)
                  TO WS-Cnv-Token
            END-IF
        WHEN WS-Cnv-Tag-Body(1:1) = "?" OR "!"
            CONTINUE
        WHEN WS-Cnv-Tag-Body(1:1) = "/"
            MOVE SPACE TO WS-Cnv-Name
            UNSTRING WS-Cnv-Tag-Body(2:) DELIMITED BY ALL SPACE
                INTO WS-Cnv-Name
            END-UNSTRING
            PERFORM 21436-Strip-Name-Prefix
            IF  NOT WS-Cnv-Failed
                PERFORM 21433-Close-Xml-Element
            END-IF
        WHEN OTHER
            MOVE "N" TO WS-Cnv-Self-Close-Sw
            IF  WS-Cnv-Tag-Body(WS-Cnv-Tag-Len:1) = "/"
                MOVE "Y" TO WS-Cnv-Self-Close-Sw
            END-IF
            MOVE SPACE TO WS-Cnv-Name
            UNSTRING WS-Cnv-Tag-Body DELIMITED BY SPACE OR "/"
                INTO WS-Cnv-Name
            END-UNSTRING
            PERFORM 21436-Strip-Name-Prefix
            IF  NOT WS-Cnv-Failed
                PERFORM 21432-Open-Xml-Element
            END-IF
            IF  WS-Cnv-Self-Close
            AND NOT WS-Cnv-Failed
                MOVE SPACE TO WS-Cnv-Value
                PERFORM 21433-Close-Xml-Element
            END-IF
    END-EVALUATE.

*>------------------------------------------------
21432-Open-Xml-Element.
*>------------------------------------------------
    IF  WS-Cnv-Depth NOT < WS-Cnv-Max-Depth
        MOVE "nesting too deep" TO WS-Cnv-Why
        PERFORM 21481-Fail-At-Line
    ELSE
        ADD 1 TO WS-Cnv-Depth
        MOVE WS-Cnv-Path-Len TO WS-Cnv-Stk-Len(WS-Cnv-Depth)
        MOVE SPACE TO WS-Cnv-Stk-Kind(WS-Cnv-Depth)
        MOVE "N"   TO WS-Cnv-Stk-Rec(WS-Cnv-Depth)
        PERFORM 21437-Append-Path-Name
        IF  NOT WS-Cnv-Failed
            PERFORM 21438-Check-Record-Start
        END-IF
    END-IF.

*>------------------------------------------------
21433-Close-Xml-Element.
*>------------------------------------------------
*> The closing name must be the element last opened;
*> its text (if any) is the value at this path, and a
*> closing record element emits its canonical row.
*>------------------------------------------------
    IF  WS-Cnv-Depth = ZERO
        MOVE "closing tag with none open" TO WS-Cnv-Why
        PERFORM 21481-Fail-At-Line
    ELSE
        IF  WS-Cnv-Stk-Len(WS-Cnv-Depth) = ZERO
            MOVE 1 TO WS-Cnv-Seg-Start
        ELSE
            COMPUTE WS-Cnv-Seg-Start
                  = WS-Cnv-Stk-Len(WS-Cnv-Depth) + 2
        END-IF
        COMPUTE WS-Cnv-Seg-Len
              = WS-Cnv-Path-Len - WS-Cnv-Seg-Start + 1
        IF  WS-Cnv-Seg-Len NOT = WS-Cnv-Name-Len
        OR  WS-Cnv-Path(WS-Cnv-Seg-Start:WS-Cnv-Seg-Len)
                NOT = WS-Cnv-Name(1:WS-Cnv-Name-Len)
            MOVE "mismatched closing tag" TO WS-Cnv-Why
            PERFORM 21481-Fail-At-Line
        ELSE
            PERFORM 2145-Assign-Struct-Value
            PERFORM 21439-Pop-Level
        END-IF
    END-IF.
    MOVE SPACE TO WS-Cnv-Value.

*>------------------------------------------------
21434-Add-Token-Char.
*>------------------------------------------------
    IF  WS-Cnv-Token-Len < WS-Cnv-Token-Max
        ADD 1 TO WS-Cnv-Token-Len
        MOVE WS-Cnv-Char TO WS-Cnv-Token(WS-Cnv-Token-Len:1)
    END-IF.

*>------------------------------------------------
21435-Add-Tag-Char.
*>------------------------------------------------
*> Inside a tag: attribute quotes are tracked (not in
*> a comment, declaration or processing instruction,
*> where an apostrophe is just text) and the last two
*> characters kept for the comment/CDATA terminators.
*>------------------------------------------------
    IF  (WS-Cnv-Char = QUOTE OR "'")
    AND WS-Cnv-Token(1:1) NOT = "!"
    AND WS-Cnv-Token(1:1) NOT = "?"
        EVALUATE TRUE
            WHEN WS-Cnv-Quote = SPACE
                MOVE WS-Cnv-Char TO WS-Cnv-Quote
            WHEN WS-Cnv-Quote = WS-Cnv-Char
                MOVE SPACE TO WS-Cnv-Quote
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

    MOVE WS-Cnv-Last-Two(2:1) TO WS-Cnv-Last-Two(1:1).
    MOVE WS-Cnv-Char          TO WS-Cnv-Last-Two(2:1).
    PERFORM 21434-Add-Token-Char.

*>------------------------------------------------
21436-Strip-Name-Prefix.
*>------------------------------------------------
*> Element names compare without their namespace
*> prefix and without regard to case.
*>------------------------------------------------
    MOVE ZERO TO WS-Cnv-Colons.
    INSPECT WS-Cnv-Name TALLYING WS-Cnv-Colons FOR ALL ":".
    IF  WS-Cnv-Colons > ZERO
        MOVE WS-Cnv-Name TO WS-Cnv-Name-Work
        MOVE SPACE TO WS-Cnv-Name
        UNSTRING WS-Cnv-Name-Work DELIMITED BY ":"
            INTO WS-Cnv-Name-Ns
                 WS-Cnv-Name
        END-UNSTRING
    END-IF.
    MOVE FUNCTION UPPER-CASE(WS-Cnv-Name) TO WS-Cnv-Name.

    IF  WS-Cnv-Name = SPACE
        MOVE ZERO TO WS-Cnv-Name-Len
        MOVE "element with no name" TO WS-Cnv-Why
        PERFORM 21481-Fail-At-Line
    ELSE
        COMPUTE WS-Cnv-Name-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Cnv-Name))
    END-IF.

*>------------------------------------------------
21437-Append-Path-Name.
*>------------------------------------------------
*> Extend the path by WS-Cnv-Name - "/"-separated, no
*> leading "/", same shape as the profile's paths.
*>------------------------------------------------
    IF  WS-Cnv-Path-Len + WS-Cnv-Name-Len + 1 > WS-Cnv-Path-Max
        MOVE "element path too long" TO WS-Cnv-Why
        PERFORM 21481-Fail-At-Line
    ELSE
        IF  WS-Cnv-Path-Len > ZERO
            ADD 1 TO WS-Cnv-Path-Len
            MOVE "/" TO WS-Cnv-Path(WS-Cnv-Path-Len:1)
        END-IF
        MOVE WS-Cnv-Name(1:WS-Cnv-Name-Len)
          TO WS-Cnv-Path(WS-Cnv-Path-Len + 1:WS-Cnv-Name-Len)
        ADD WS-Cnv-Name-Len TO WS-Cnv-Path-Len
    END-IF.

*>------------------------------------------------
21438-Check-Record-Start.
*>------------------------------------------------
*> An element (XML) or object (JSON) opening at the
*> profile's record path starts a fresh record - never
*> one nested inside a record already open.
*>------------------------------------------------
    IF  NOT WS-Cnv-In-Record
    AND WS-Cnv-Path = WS-Smp-Record-Path(WS-Smp-Hit)
        MOVE "Y" TO WS-Cnv-Rec-Sw
                    WS-Cnv-Stk-Rec(WS-Cnv-Depth)
        MOVE SPACE TO WS-Cnv-Row-Values
    END-IF.

*>------------------------------------------------
21439-Pop-Level.
*>------------------------------------------------
*> Close the innermost stack level: a record level
*> emits its row, and the path falls back to what it
*> was when the level opened.
*>------------------------------------------------
    IF  WS-Cnv-Stk-Rec(WS-Cnv-Depth) = "Y"
        PERFORM 2146-Emit-Canonical-Row
        MOVE "N" TO WS-Cnv-Rec-Sw
    END-IF.

    MOVE WS-Cnv-Stk-Len(WS-Cnv-Depth) TO WS-Cnv-Path-Len.
    PERFORM 21440-Clear-Path-Tail.
    SUBTRACT 1 FROM WS-Cnv-Depth.

*>------------------------------------------------
21440-Clear-Path-Tail.
*>------------------------------------------------
*> Blank everything past WS-Cnv-Path-Len, so the path
*> compares whole against the profile's paths.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Cnv-Path-Len = ZERO
            MOVE SPACE TO WS-Cnv-Path
        WHEN WS-Cnv-Path-Len < WS-Cnv-Path-Max
            MOVE SPACE TO WS-Cnv-Path(WS-Cnv-Path-Len + 1:)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
2144-Scan-Json-Char.
*>------------------------------------------------
*> JSON, one character at a time: strings (with their
*> backslash escapes), bare literals, and the object/
*> array brackets that move the path.  In an object a
*> string is a key when one is expected, else a value.
*>------------------------------------------------
    MOVE Struct-In-Line(WS-Cnv-Pos:1) TO WS-Cnv-Char.

    EVALUATE TRUE
        WHEN WS-Cnv-In-Escape
            PERFORM 21434-Add-Token-Char
            SET WS-Cnv-In-String TO TRUE
        WHEN WS-Cnv-In-String
        AND  WS-Cnv-Char = "\"
            SET WS-Cnv-In-Escape TO TRUE
        WHEN WS-Cnv-In-String
        AND  WS-Cnv-Char = QUOTE
            SET WS-Cnv-In-Normal TO TRUE
            PERFORM 21444-Finish-Json-String
        WHEN WS-Cnv-In-String
            PERFORM 21434-Add-Token-Char
        WHEN WS-Cnv-Char = SPACE
        OR   WS-Cnv-Char = ":"
            PERFORM 21441-Finish-Json-Literal
        WHEN WS-Cnv-Char = QUOTE
            PERFORM 21441-Finish-Json-Literal
            MOVE ZERO  TO WS-Cnv-Token-Len
            MOVE SPACE TO WS-Cnv-Token
            SET WS-Cnv-In-String TO TRUE
        WHEN WS-Cnv-Char = "{" OR "["
            PERFORM 21441-Finish-Json-Literal
            PERFORM 21442-Open-Json-Container
        WHEN WS-Cnv-Char = "}" OR "]"
            PERFORM 21441-Finish-Json-Literal
            PERFORM 21443-Close-Json-Container
        WHEN WS-Cnv-Char = ","
            PERFORM 21441-Finish-Json-Literal
            IF  WS-Cnv-Depth > ZERO
            AND WS-Cnv-Stk-Kind(WS-Cnv-Depth) = "O"
                MOVE "Y" TO WS-Cnv-Expect-Key-Sw
            END-IF
        WHEN OTHER
            IF  NOT WS-Cnv-In-Literal
                MOVE ZERO  TO WS-Cnv-Token-Len
                MOVE SPACE TO WS-Cnv-Token
                MOVE "Y"   TO WS-Cnv-Literal-Sw
            END-IF
            PERFORM 21434-Add-Token-Char
    END-EVALUATE.

*>------------------------------------------------
21441-Finish-Json-Literal.
*>------------------------------------------------
*> A bare number, true or false is a value at the
*> current path; null is an empty one.
*>------------------------------------------------
    IF  WS-Cnv-In-Literal
        MOVE "N"   TO WS-Cnv-Literal-Sw
        MOVE SPACE TO WS-Cnv-Value
        IF  WS-Cnv-Token(1:WS-Cnv-Token-Len) NOT = "null"
            MOVE WS-Cnv-Token(1:WS-Cnv-Token-Len)
              TO WS-Cnv-Value
        END-IF
        PERFORM 2145-Assign-Struct-Value
        MOVE ZERO  TO WS-Cnv-Token-Len
        MOVE SPACE TO WS-Cnv-Token
    END-IF.

*>------------------------------------------------
21442-Open-Json-Container.
*>------------------------------------------------
*> An object or array opens at the current path -
*> an array adds nothing to it, so its objects sit at
*> the array's own key.
*>------------------------------------------------
    IF  WS-Cnv-Depth NOT < WS-Cnv-Max-Depth
        MOVE "nesting too deep" TO WS-Cnv-Why
        PERFORM 21481-Fail-At-Line
    ELSE
        ADD 1 TO WS-Cnv-Depth
        MOVE WS-Cnv-Path-Len TO WS-Cnv-Stk-Len(WS-Cnv-Depth)
        MOVE "N" TO WS-Cnv-Stk-Rec(WS-Cnv-Depth)
        IF  WS-Cnv-Char = "{"
            MOVE "O" TO WS-Cnv-Stk-Kind(WS-Cnv-Depth)
            MOVE "Y" TO WS-Cnv-Expect-Key-Sw
            PERFORM 21438-Check-Record-Start
        ELSE
            MOVE "A" TO WS-Cnv-Stk-Kind(WS-Cnv-Depth)
            MOVE "N" TO WS-Cnv-Expect-Key-Sw
        END-IF
    END-IF.

*>------------------------------------------------
21443-Close-Json-Container.
*>------------------------------------------------
    EVALUATE TRUE
        WHEN WS-Cnv-Depth = ZERO
            MOVE "unbalanced brackets" TO WS-Cnv-Why
            PERFORM 21481-Fail-At-Line
        WHEN (WS-Cnv-Char = "}"
              AND WS-Cnv-Stk-Kind(WS-Cnv-Depth) NOT = "O")
        OR   (WS-Cnv-Char = "]"
              AND WS-Cnv-Stk-Kind(WS-Cnv-Depth) NOT = "A")
            MOVE "mismatched brackets" TO WS-Cnv-Why
            PERFORM 21481-Fail-At-Line
        WHEN OTHER
            PERFORM 21439-Pop-Level
            MOVE "N" TO WS-Cnv-Expect-Key-Sw
    END-EVALUATE.

*>------------------------------------------------
21444-Finish-Json-String.
*>------------------------------------------------
*> A key re-points the path at this object's path plus
*> the key; any other string is a value there.
*>------------------------------------------------
    MOVE SPACE TO WS-Cnv-Value.
    IF  WS-Cnv-Token-Len > ZERO
        MOVE WS-Cnv-Token(1:WS-Cnv-Token-Len) TO WS-Cnv-Value
    END-IF.

    IF  WS-Cnv-Depth > ZERO
    AND WS-Cnv-Stk-Kind(WS-Cnv-Depth) = "O"
    AND WS-Cnv-Expect-Key
        MOVE "N" TO WS-Cnv-Expect-Key-Sw
        MOVE WS-Cnv-Stk-Len(WS-Cnv-Depth) TO WS-Cnv-Path-Len
        PERFORM 21440-Clear-Path-Tail
        MOVE FUNCTION UPPER-CASE(WS-Cnv-Value) TO WS-Cnv-Name
        IF  WS-Cnv-Name = SPACE
            MOVE "empty key" TO WS-Cnv-Why
            PERFORM 21481-Fail-At-Line
        ELSE
            COMPUTE WS-Cnv-Name-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Cnv-Name))
            PERFORM 21437-Append-Path-Name
        END-IF
    ELSE
        PERFORM 2145-Assign-Struct-Value
    END-IF.

*>------------------------------------------------
2145-Assign-Struct-Value.
*>------------------------------------------------
*> A value found at the current path: inside a record
*> it fills whichever canonical column the profile maps
*> that relative path to; outside one it may be the
*> batch's version tag, control count or amount total.
*> A "|" in a value would split its row, so it is
*> blanked.
*>------------------------------------------------
    IF  WS-Cnv-Value NOT = SPACE
        IF  WS-Smp-Format(WS-Smp-Hit) = "X"
            PERFORM 2149-Decode-Xml-Entities
        END-IF
        INSPECT WS-Cnv-Value REPLACING ALL "|" BY SPACE
        MOVE FUNCTION TRIM(WS-Cnv-Value) TO WS-Cnv-Value

        EVALUATE TRUE
            WHEN WS-Cnv-In-Record
                PERFORM 21451-Match-Record-Col
            WHEN WS-Smp-Cnt-Path(WS-Smp-Hit) NOT = SPACE
            AND  WS-Cnv-Path = WS-Smp-Cnt-Path(WS-Smp-Hit)
                MOVE WS-Cnv-Value TO WS-Cnv-Cnt-Text
                MOVE "Y" TO WS-Cnv-Cnt-Found-Sw
            WHEN WS-Smp-Amt-Path(WS-Smp-Hit) NOT = SPACE
            AND  WS-Cnv-Path = WS-Smp-Amt-Path(WS-Smp-Hit)
                MOVE WS-Cnv-Value TO WS-Cnv-Amt-Text
            WHEN WS-Smp-Tag-Path(WS-Smp-Hit) NOT = SPACE
            AND  WS-Cnv-Path = WS-Smp-Tag-Path(WS-Smp-Hit)
                MOVE WS-Cnv-Value TO WS-Cnv-Tag-Text
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
21451-Match-Record-Col.
*>------------------------------------------------
    IF  WS-Cnv-Rec-Len = ZERO
        MOVE 1 TO WS-Cnv-Rel-Start
    ELSE
        COMPUTE WS-Cnv-Rel-Start = WS-Cnv-Rec-Len + 2
    END-IF.

    IF  WS-Cnv-Path-Len NOT < WS-Cnv-Rel-Start
        MOVE WS-Cnv-Path(WS-Cnv-Rel-Start:) TO WS-Cnv-Rel-Path
        PERFORM 21452-Match-One-Col
          VARYING WS-Cnv-Col-Idx FROM 1 BY 1
            UNTIL WS-Cnv-Col-Idx > WS-Smp-Col-Count(WS-Smp-Hit)
    END-IF.

*>------------------------------------------------
21452-Match-One-Col.
*>------------------------------------------------
    IF  WS-Smp-Col-Path(WS-Smp-Hit, WS-Cnv-Col-Idx)
            NOT = SPACE
    AND WS-Smp-Col-Path(WS-Smp-Hit, WS-Cnv-Col-Idx)
            = WS-Cnv-Rel-Path
        MOVE WS-Cnv-Value TO WS-Cnv-Col-Value(WS-Cnv-Col-Idx)
    END-IF.

*>------------------------------------------------
2146-Emit-Canonical-Row.
*>------------------------------------------------
*> One detail row, the record's column values joined
*> by "|".  The header row goes out just ahead of the
*> first one, so a version tag element must come before
*> the records it heads.
*>------------------------------------------------
    IF  WS-Cnv-Row-Count = ZERO
    AND WS-Smp-Cnt-Path(WS-Smp-Hit) NOT = SPACE
        MOVE SPACE TO Struct-Out-Line
        STRING "HDR|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cnv-Tag-Text) DELIMITED BY SIZE
          INTO Struct-Out-Line
        END-STRING
        WRITE Struct-Out-Line
    END-IF.

    MOVE SPACE TO WS-Cnv-Out-Row.
    MOVE 1 TO WS-Cnv-Out-Ptr.
    PERFORM 21461-Append-One-Col
      VARYING WS-Cnv-Col-Idx FROM 1 BY 1
        UNTIL WS-Cnv-Col-Idx > WS-Smp-Col-Count(WS-Smp-Hit).

    MOVE WS-Cnv-Out-Row TO Struct-Out-Line.
    WRITE Struct-Out-Line.
    ADD 1 TO WS-Cnv-Row-Count.

*>------------------------------------------------
21461-Append-One-Col.
*>------------------------------------------------
    IF  WS-Cnv-Col-Idx > 1
        STRING "|" DELIMITED BY SIZE
          INTO WS-Cnv-Out-Row
          WITH POINTER WS-Cnv-Out-Ptr
        END-STRING
    END-IF.
    IF  WS-Cnv-Col-Value(WS-Cnv-Col-Idx) NOT = SPACE
        STRING FUNCTION TRIM(WS-Cnv-Col-Value(WS-Cnv-Col-Idx))
                 DELIMITED BY SIZE
          INTO WS-Cnv-Out-Row
          WITH POINTER WS-Cnv-Out-Ptr
        END-STRING
    END-IF.

*>------------------------------------------------
2147-Retain-Structured-Original.
*>------------------------------------------------
*> Evidence: the XML/JSON original moves to ./files/
*> done under its own STRUCTURED index row, checksummed
*> - same rule as 2137-Retain-Encrypted-Original.  A
*> failed move only warns; the canonical copy still
*> flows.
*>------------------------------------------------
    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Cnv-Orig-Path
              File-Info
    END-CALL.

    MOVE WS-Cnv-Orig-Path TO WS-Intake-Proc-Path.
    PERFORM 216-Compute-Entry-Checksum.

    MOVE SPACE TO WS-Cnv-Orig-Dest.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Orig-Name)
             DELIMITED BY SIZE
      INTO WS-Cnv-Orig-Dest
    END-STRING.

    CALL "CBL_RENAME_FILE"
      USING WS-Cnv-Orig-Path
            WS-Cnv-Orig-Dest
    END-CALL.

    IF  Return-Code NOT = ZERO
        MOVE SPACE TO WS-MSG
        STRING "intake: unable to retain structured original "
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cnv-Orig-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Warning TO TRUE
        MOVE "2147-RETAIN-ORIGINAL" TO WS-Log-Source-Para
        MOVE 9151 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
    ELSE
        MOVE SPACE TO Intake-Index-Record
        MOVE WS-Cnv-Orig-Name TO II-Filename
        MOVE File-Size-In-Bytes TO II-File-Size
        MOVE WS-Biz-Date TO II-Received-Date
        MOVE Time-HH   OF WS-Log-Line TO II-Received-Time(1:2)
        MOVE Time-MM   OF WS-Log-Line TO II-Received-Time(3:2)
        MOVE Time-SS   OF WS-Log-Line TO II-Received-Time(5:2)
        MOVE Time-HS   OF WS-Log-Line TO II-Received-Time(7:2)
        MOVE WS-Cksum-Value TO II-Checksum
        MOVE "N" TO II-Dup-Sw
                    II-Norm-Sw
                    II-Late-Sw
        MOVE WS-Dec-Flag-Sw TO II-Decrypt-Sw
        MOVE WS-Dec-Used-Key TO II-Key-Id
        MOVE WS-Vendor-Match-Code TO II-Vendor-Code
        MOVE "STRUCTURED" TO II-Disposition
        MOVE WS-Run-ID TO II-Run-ID
        MOVE ZERO  TO II-Reproc-Count
                      II-Detail-Count
                      II-Amount-Sum
        MOVE SPACE TO II-Reproc-User
                      II-Reproc-Stamp
                      II-Archive-Loc
                      II-Norm-Name
                      II-Parent-Name
                      II-Source-Zone
                      II-Landed-Stamp
                      II-Screened-Stamp
                      II-Claimed-Stamp
                      II-Validated-Stamp
        MOVE WS-Vendor-Match-Priority TO II-Priority
        MOVE SPACE TO II-Seq-Sw
        MOVE WS-Cnv-Source-Format TO II-Source-Format

        WRITE Intake-Index-Record
          INVALID KEY
            REWRITE Intake-Index-Record
        END-WRITE
    END-IF.

*>------------------------------------------------
2148-Reject-Conversion.
*>------------------------------------------------
*> WARNING line plus the structured event for a
*> document that never became canonical rows - the
*> reject itself follows through 218 with reason
*> BADCNV, against the original.
*>------------------------------------------------
    MOVE "N"      TO WS-Intake-Valid-Sw.
    MOVE "BADCNV" TO WS-Intake-Reject-Reason.

    MOVE SPACE TO WS-MSG.
    STRING "intake: structured conversion failed - "
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Orig-Name) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Reject-Detail)
             DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2140-CONVERT-ENTRY" TO WS-Log-Source-Para.
    MOVE 9151 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
21481-Fail-At-Line.
*>------------------------------------------------
    MOVE "Y" TO WS-Cnv-Fail-Sw.
    MOVE WS-Cnv-Line-No TO WS-Cnv-Line-No-Edit.
    MOVE SPACE TO WS-Intake-Reject-Detail.
    STRING FUNCTION TRIM(WS-Cnv-Why) DELIMITED BY SIZE
           " at line " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cnv-Line-No-Edit) DELIMITED BY SIZE
      INTO WS-Intake-Reject-Detail
    END-STRING.

*>------------------------------------------------
2149-Decode-Xml-Entities.
*>------------------------------------------------
*> The five predefined XML entities back to their
*> characters; anything else after an "&" is kept as
*> it arrived.
*>------------------------------------------------
    MOVE FUNCTION TRIM(WS-Cnv-Value) TO WS-Cnv-Value.
    COMPUTE WS-Cnv-Dec-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Cnv-Value TRAILING)).
    MOVE SPACE TO WS-Cnv-Decoded.
    MOVE ZERO  TO WS-Cnv-Dec-Out.
    PERFORM 21491-Decode-One-Char
      VARYING WS-Cnv-Dec-Pos FROM 1 BY 1
        UNTIL WS-Cnv-Dec-Pos > WS-Cnv-Dec-Len.
    MOVE WS-Cnv-Decoded TO WS-Cnv-Value.

*>------------------------------------------------
21491-Decode-One-Char.
*>------------------------------------------------
*> The VARYING step moves past the first character of
*> an entity; the rest of it is skipped here.
*>------------------------------------------------
    ADD 1 TO WS-Cnv-Dec-Out.
    EVALUATE TRUE
        WHEN WS-Cnv-Value(WS-Cnv-Dec-Pos:1) NOT = "&"
            MOVE WS-Cnv-Value(WS-Cnv-Dec-Pos:1)
              TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
        WHEN WS-Cnv-Dec-Pos NOT > 252
        AND  WS-Cnv-Value(WS-Cnv-Dec-Pos:5) = "&amp;"
            MOVE "&" TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
            ADD 4 TO WS-Cnv-Dec-Pos
        WHEN WS-Cnv-Dec-Pos NOT > 253
        AND  WS-Cnv-Value(WS-Cnv-Dec-Pos:4) = "&lt;"
            MOVE "<" TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
            ADD 3 TO WS-Cnv-Dec-Pos
        WHEN WS-Cnv-Dec-Pos NOT > 253
        AND  WS-Cnv-Value(WS-Cnv-Dec-Pos:4) = "&gt;"
            MOVE ">" TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
            ADD 3 TO WS-Cnv-Dec-Pos
        WHEN WS-Cnv-Dec-Pos NOT > 251
        AND  WS-Cnv-Value(WS-Cnv-Dec-Pos:6) = "&quot;"
            MOVE QUOTE TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
            ADD 5 TO WS-Cnv-Dec-Pos
        WHEN WS-Cnv-Dec-Pos NOT > 251
        AND  WS-Cnv-Value(WS-Cnv-Dec-Pos:6) = "&apos;"
            MOVE "'" TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
            ADD 5 TO WS-Cnv-Dec-Pos
        WHEN OTHER
            MOVE "&" TO WS-Cnv-Decoded(WS-Cnv-Dec-Out:1)
    END-EVALUATE.

*>------------------------------------------------
212-Validate-Claimed-Entry.
*>------------------------------------------------
*> Validation pass for a file just claimed into
*> ./files/processing (or recovered there) - size
*> floor/ceiling, readable content, and an accepted
*> extension, before any index work happens.  A pass
*> goes on to 215-Index-And-Promote-Entry; a failure
*> goes to 218-Reject-Claimed-Entry so a zero-byte
*> file, a truncated download, or a garbage extension
*> stops at the front door instead of landing in
*> ./files/done and the index as if it were good.
*>------------------------------------------------
    MOVE "Y"   TO WS-Intake-Valid-Sw.
    MOVE SPACE TO WS-Intake-Reject-Reason
                  WS-Intake-Reject-Detail.
*>  control figures land on the index row even for an
*>  arrival with no layout profile - zeroed here so an
*>  unprofiled file never inherits the previous entry's
*>  numbers.
    MOVE ZERO  TO WS-Ctl-Detail-Count
                  WS-Ctl-Amount-Sum.

    MOVE SPACE TO WS-Intake-Proc-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-processing))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Work-Name)
             DELIMITED BY SIZE
      INTO WS-Intake-Proc-Path
    END-STRING.

    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Intake-Proc-Path
              File-Info
    END-CALL.

    IF  Return-Code NOT = ZERO
        MOVE "N"      TO WS-Intake-Valid-Sw
        MOVE "UNREAD" TO WS-Intake-Reject-Reason
*>      no stat came back - zero the size so the ledger
*>      row doesn't carry the previous entry's bytes.
        MOVE ZERO     TO File-Size-In-Bytes
    ELSE
        EVALUATE TRUE
            WHEN File-Size-In-Bytes < WS-Intake-Min-Bytes
                MOVE "N"      TO WS-Intake-Valid-Sw
                MOVE "EMPTY"  TO WS-Intake-Reject-Reason
            WHEN File-Size-In-Bytes > WS-Intake-Max-Bytes
                MOVE "N"      TO WS-Intake-Valid-Sw
                MOVE "TOOBIG" TO WS-Intake-Reject-Reason
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> readable-content test - shell test -r, the same
*> CALL "SYSTEM" idiom 098-Preflight-Storage-Check
*> leans on for anything GnuCOBOL has no verb for.
    IF  WS-Intake-Entry-Valid
        MOVE SPACE TO WS-Intake-Read-Test-Cmd
        STRING "test -r '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Intake-Proc-Path) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
          INTO WS-Intake-Read-Test-Cmd
        END-STRING

        CALL "SYSTEM"
          USING WS-Intake-Read-Test-Cmd
        END-CALL

        IF  Return-Code NOT = ZERO
            MOVE "N"      TO WS-Intake-Valid-Sw
            MOVE "UNREAD" TO WS-Intake-Reject-Reason
        END-IF
    END-IF.

*> extension check - same last-four-characters slice
*> 105-Move-Downloads-Entry uses for its .ZIP test.
    IF  WS-Intake-Entry-Valid
        MOVE SPACE TO WS-Intake-Ext
        COMPUTE WS-Intake-Name-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Intake-Work-Name))
        IF  WS-Intake-Name-Len > 4
            COMPUTE WS-Intake-Ext-Start
                  = WS-Intake-Name-Len - 3
            MOVE FUNCTION UPPER-CASE(WS-Intake-Work-Name
                   (WS-Intake-Ext-Start : 4))
              TO WS-Intake-Ext
        END-IF

        IF  NOT WS-Intake-Ext-OK
            MOVE "N"      TO WS-Intake-Valid-Sw
            MOVE "BADEXT" TO WS-Intake-Reject-Reason
        END-IF
    END-IF.

*> an XML or JSON arrival from a vendor with a
*> structured-format profile is turned into its
*> canonical pipe-delimited rendition first, so the
*> layout, control-total, normalization and posting
*> steps below all read that and never the document.
    MOVE SPACE TO WS-Cnv-Source-Format.
    IF  WS-Intake-Entry-Valid
    AND WS-Intake-Ext-Structured
        PERFORM 219-Resolve-Vendor-Code
        PERFORM 2140-Convert-Structured-Entry
          THRU 2140-Convert-Exit
    END-IF.

*> content validation - only for arrivals whose vendor
*> code has a layout profile on file.  The vendor code
*> is resolved here (ahead of 215's own call, which is
*> a harmless re-match) because the profile lookup is
    IF  WS-Intake-Entry-Valid
        PERFORM 219-Resolve-Vendor-Code
        PERFORM 2124-Find-Layout-Profile
        EVALUATE TRUE
            WHEN WS-Layout-Found
                PERFORM 2125-Validate-File-Content
            WHEN WS-Layout-No-Version
                PERFORM 2129-Reject-No-Layout-Version
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>  the validation verdict is in - stamp the moment for
2124-Find-Layout-Profile.
*>------------------------------------------------
*> Match the resolved vendor code against the layout
*> profile table and pick the version this arrival was
*> written in: when the vendor's profiles name a header
*> tag column and the file's first record carries a
*> tag, the row with that tag; otherwise the first row
*> in force on the business date the arrival is
*> received into.  No row for the vendor at all
*> (including the SPACE code of an unprofiled vendor)
*> means no content validation for this arrival; rows
*> for the vendor but none that fits sets
*> WS-Layout-No-Version for the caller to reject on.
*>------------------------------------------------
    MOVE "N"   TO WS-Layout-Found-Sw
                  WS-Layout-No-Version-Sw.
    MOVE ZERO  TO WS-Layout-Hit
                  WS-Layout-Tag-Row
                  WS-Layout-Vendor-Rows.
    MOVE SPACE TO WS-Layout-Sel-Tag.
    MOVE WS-Biz-Date TO WS-Layout-Sel-Date.

    IF  WS-Vendor-Match-Code NOT = SPACE
    AND WS-Layout-Count > ZERO
        PERFORM 21242-Note-Vendor-Version
          VARYING WS-Lay-Idx FROM 1 BY 1
            UNTIL WS-Lay-Idx > WS-Layout-Count

        IF  WS-Layout-Tag-Row > ZERO
            PERFORM 21243-Read-Header-Tag
        END-IF

        IF  WS-Layout-Sel-Tag NOT = SPACE
            PERFORM 21244-Match-Tagged-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        ELSE
            PERFORM 21241-Match-One-Layout-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF

        IF  NOT WS-Layout-Found
        AND WS-Layout-Vendor-Rows > ZERO
            MOVE "Y" TO WS-Layout-No-Version-Sw
        END-IF
    END-IF.

*>------------------------------------------------
21241-Match-One-Layout-Row.
*>------------------------------------------------
*> By date - blank ends are open, so a vendor's one
*> unversioned row is always in force.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Vendor-Match-Code
    AND (WS-Layout-Eff-From(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-From(WS-Lay-Idx) NOT > WS-Layout-Sel-Date)
    AND (WS-Layout-Eff-To(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-To(WS-Lay-Idx) NOT < WS-Layout-Sel-Date)
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
21242-Note-Vendor-Version.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Vendor-Match-Code
        ADD 1 TO WS-Layout-Vendor-Rows
        IF  WS-Layout-Tag-Row = ZERO
        AND WS-Layout-Tag-Col(WS-Lay-Idx) > ZERO
            SET WS-Layout-Tag-Row TO WS-Lay-Idx
        END-IF
    END-IF.

*>------------------------------------------------
21243-Read-Header-Tag.
*>------------------------------------------------
*> Read the file's first non-blank record and lift the
*> tag out of the column the vendor's profile names,
*> split on that profile's delimiter - every version
*> of a vendor's header is expected to keep the tag in
*> the same place.  A file that will not open simply
*> has no tag here; 2125 reports it UNREAD.
*>------------------------------------------------
    MOVE WS-Intake-Proc-Path TO WS-Intake-Data-Path.
    MOVE SPACE TO WS-Ctl-Work-Line.

    MOVE "N" TO WS-EOF-IDT.
    OPEN INPUT Intake-Data-File.
    IF  WS-StatusIDT = "00"
        PERFORM 21245-Read-First-Record
          UNTIL Intake-Data-EOF
        CLOSE Intake-Data-File
    END-IF.

    IF  WS-Ctl-Work-Line NOT = SPACE
    AND WS-Layout-Tag-Col(WS-Layout-Tag-Row) NOT > 20
        MOVE WS-Layout-Tag-Row TO WS-Layout-Hit
        PERFORM 2123-Split-Work-Line
        MOVE WS-Content-Col(WS-Layout-Tag-Col(WS-Layout-Tag-Row))
          TO WS-Content-Value
        PERFORM 21250-Strip-Value-Quotes
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Content-Value))
          TO WS-Layout-Sel-Tag
        MOVE ZERO TO WS-Layout-Hit
    END-IF.

*>------------------------------------------------
21244-Match-Tagged-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx)  = WS-Vendor-Match-Code
    AND WS-Layout-Version(WS-Lay-Idx) = WS-Layout-Sel-Tag
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
21245-Read-First-Record.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                MOVE "Y" TO WS-EOF-IDT
            END-IF
    END-READ.

*>------------------------------------------------
2129-Reject-No-Layout-Version.
*>------------------------------------------------
*> The vendor is profiled but no version of its layout
*> fits this arrival - an unknown header tag, or a date
*> no version is in force for.  Validating against the
*> wrong version would pass or fail it for the wrong
*> reasons, so it goes back as BADVER instead.
*>------------------------------------------------
    MOVE "N"      TO WS-Intake-Valid-Sw.
    MOVE "BADVER" TO WS-Intake-Reject-Reason.

    MOVE SPACE TO WS-Intake-Reject-Detail.
    IF  WS-Layout-Sel-Tag NOT = SPACE
        STRING "unknown version tag " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Layout-Sel-Tag)
                 DELIMITED BY SIZE
          INTO WS-Intake-Reject-Detail
        END-STRING
    ELSE
        STRING "no version in force on " DELIMITED BY SIZE
               WS-Layout-Sel-Date DELIMITED BY SIZE
          INTO WS-Intake-Reject-Detail
        END-STRING
    END-IF.

    MOVE SPACE TO WS-MSG.
    STRING "intake: no layout version - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Reject-Detail)
             DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2124-FIND-LAYOUT" TO WS-Log-Source-Para.
    MOVE 9150 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
2125-Validate-File-Content.
*>------------------------------------------------
                 WS-Content-Bad-Count
                 WS-Rec-Err-Written
                 WS-Ctl-Detail-Count
                 WS-Ctl-Amount-Sum
                 WS-Dq-Rows.

    PERFORM 21263-Reset-Profile-Column
      VARYING WS-Dq-Idx FROM 1 BY 1
        UNTIL WS-Dq-Idx > 20.

*> control-record handling is armed per profile - see
*> 21259-Queue-Control-Row.
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
        END-IF

        IF  WS-Dq-Rows > ZERO
            PERFORM 21268-Write-DQ-History
        END-IF
    END-IF.

*>------------------------------------------------
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                ADD 1 TO WS-Content-Row-Count
                EVALUATE TRUE
                    WHEN WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        PERFORM 21260-Route-Typed-Row
                    WHEN WS-Ctl-Active
                        PERFORM 21259-Queue-Control-Row
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 21261-Check-Detail-Row
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
21260-Route-Typed-Row.
*>------------------------------------------------
*> A profile that codes its records says for itself
*> which row is which: the header is skipped, the
*> trailer held for 21257 (the last one seen counts),
*> a detail checked, and a code the profile does not
*> know condemns the row - it is neither checked nor
*> counted as a detail.
*>------------------------------------------------
    MOVE Intake-Data-Line TO WS-Ctl-Work-Line.
    PERFORM 2128-Classify-Record-Type.

    EVALUATE TRUE
        WHEN WS-Rt-Header-Row
            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
        WHEN WS-Rt-Trailer-Row
            MOVE Intake-Data-Line     TO WS-Ctl-Held-Line
            MOVE WS-Content-Row-Count TO WS-Ctl-Held-Num
            MOVE "Y" TO WS-Ctl-Held-Sw
        WHEN WS-Rt-Detail-Row
            PERFORM 21261-Check-Detail-Row
        WHEN OTHER
            MOVE WS-Content-Row-Count TO WS-Content-Err-Line
            MOVE ZERO     TO WS-Content-Bad-Col
            MOVE "BADTYP" TO WS-Content-Bad-Why
            ADD 1 TO WS-Content-Bad-Count
            PERFORM 2127-Write-Record-Error
    END-EVALUATE.

*>------------------------------------------------
21261-Check-Detail-Row.
*>------------------------------------------------
*> One detail row already in WS-Ctl-Work-Line - every
*> row of an uncontrolled file is a detail, so tally it
*> (and its amount column) the same way the control
*> path does and the index row carries figures either
*> way.
*>------------------------------------------------
    MOVE WS-Content-Row-Count TO WS-Content-Err-Line.
    PERFORM 21252-Check-Row-Columns.
    ADD 1 TO WS-Ctl-Detail-Count.
    IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
        PERFORM 21258-Add-Detail-Amount
    END-IF.

*>  the data-quality profile takes every column of a
*>  row of the right shape, bad or good - a row with
*>  the wrong column count has its values in the wrong
*>  columns, so profiling it would only blur the rest.
    IF  WS-Content-Col-Count = WS-Layout-Cols(WS-Layout-Hit)
        ADD 1 TO WS-Dq-Rows
        PERFORM 21262-Profile-One-Column
          VARYING WS-Dq-Col-Num FROM 1 BY 1
            UNTIL WS-Dq-Col-Num > WS-Layout-Cols(WS-Layout-Hit)
               OR WS-Dq-Col-Num > 20
    END-IF.

*>------------------------------------------------
21262-Profile-One-Column.
*>------------------------------------------------
*> One column of the row in hand into its profile slot.
*> The value is judged the same way 21253 judges it -
*> quotes stripped, numeric and date typing by the
*> same paragraphs - but every column is looked at,
*> not just up to the first failure, and a blank is
*> counted whether or not the column is required.  A
*> masked column's values never reach the low/high
*> figures, which are written out in the clear.
*>------------------------------------------------
    SET WS-Dq-Idx TO WS-Dq-Col-Num.

    MOVE WS-Content-Col(WS-Dq-Col-Num) TO WS-Content-Value.
    PERFORM 21250-Strip-Value-Quotes.

    IF  WS-Content-Value = SPACE
        ADD 1 TO WS-Dq-Blank(WS-Dq-Idx)
    ELSE
        PERFORM 21264-Note-Distinct-Value

        EVALUATE WS-Layout-Type(WS-Layout-Hit, WS-Dq-Col-Num)
            WHEN "N"
                PERFORM 21254-Check-Value-Numeric
                IF  WS-Content-Value-OK
                    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Dq-Col-Num)
                          = SPACE
                        COMPUTE WS-Dq-Num-Value
                              = FUNCTION NUMVAL(WS-Content-Value)
                        PERFORM 21266-Note-Numeric-Range
                    END-IF
                ELSE
                    ADD 1 TO WS-Dq-Bad-Type(WS-Dq-Idx)
                END-IF
            WHEN "D"
                PERFORM 21256-Check-Value-Date
                IF  WS-Content-Value-OK
                    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Dq-Col-Num)
                          = SPACE
                        PERFORM 21267-Note-Date-Range
                    END-IF
                ELSE
                    ADD 1 TO WS-Dq-Bad-Type(WS-Dq-Idx)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
21263-Reset-Profile-Column.
*>------------------------------------------------
    MOVE ZERO  TO WS-Dq-Blank(WS-Dq-Idx)
                  WS-Dq-Bad-Type(WS-Dq-Idx)
                  WS-Dq-Distinct(WS-Dq-Idx)
                  WS-Dq-Num-Min(WS-Dq-Idx)
                  WS-Dq-Num-Max(WS-Dq-Idx).
    MOVE SPACE TO WS-Dq-Distinct-Cap(WS-Dq-Idx)
                  WS-Dq-Date-Min(WS-Dq-Idx)
                  WS-Dq-Date-Max(WS-Dq-Idx).
    MOVE "N"   TO WS-Dq-Range-Sw(WS-Dq-Idx).

*>------------------------------------------------
21264-Note-Distinct-Value.
*>------------------------------------------------
*> Count the value once - the column's list of values
*> seen so far is searched one entry per 21265 pass,
*> and a value not on it is added while there is room.
*> Once the list is full a new value just marks the
*> column as over the cap.
*>------------------------------------------------
    MOVE "N" TO WS-Dq-Seen-Sw.

    PERFORM 21265-Match-Seen-Value
      VARYING WS-Dq-Seen-Idx FROM 1 BY 1
        UNTIL WS-Dq-Value-Seen
           OR WS-Dq-Seen-Idx > WS-Dq-Distinct(WS-Dq-Idx).

    IF  NOT WS-Dq-Value-Seen
        IF  WS-Dq-Distinct(WS-Dq-Idx) < WS-Dq-Distinct-Limit
            ADD 1 TO WS-Dq-Distinct(WS-Dq-Idx)
            MOVE WS-Content-Value(1 : 40)
              TO WS-Dq-Seen-Value(WS-Dq-Idx,
                                  WS-Dq-Distinct(WS-Dq-Idx))
        ELSE
            MOVE "+" TO WS-Dq-Distinct-Cap(WS-Dq-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
21265-Match-Seen-Value.
*>------------------------------------------------
    IF  WS-Dq-Seen-Value(WS-Dq-Idx, WS-Dq-Seen-Idx)
          = WS-Content-Value(1 : 40)
        MOVE "Y" TO WS-Dq-Seen-Sw
    END-IF.

*>------------------------------------------------
21266-Note-Numeric-Range.
*>------------------------------------------------
    IF  NOT WS-Dq-Range-Seen(WS-Dq-Idx)
        MOVE WS-Dq-Num-Value TO WS-Dq-Num-Min(WS-Dq-Idx)
                                WS-Dq-Num-Max(WS-Dq-Idx)
        MOVE "Y" TO WS-Dq-Range-Sw(WS-Dq-Idx)
    ELSE
        IF  WS-Dq-Num-Value < WS-Dq-Num-Min(WS-Dq-Idx)
            MOVE WS-Dq-Num-Value TO WS-Dq-Num-Min(WS-Dq-Idx)
        END-IF
        IF  WS-Dq-Num-Value > WS-Dq-Num-Max(WS-Dq-Idx)
            MOVE WS-Dq-Num-Value TO WS-Dq-Num-Max(WS-Dq-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
21267-Note-Date-Range.
*>------------------------------------------------
*> WS-Content-Value is canonical YYYYMMDD by now (2126
*> converted it), so the dates compare as text.
*>------------------------------------------------
    IF  NOT WS-Dq-Range-Seen(WS-Dq-Idx)
        MOVE WS-Content-Value(1 : 8) TO WS-Dq-Date-Min(WS-Dq-Idx)
                                        WS-Dq-Date-Max(WS-Dq-Idx)
        MOVE "Y" TO WS-Dq-Range-Sw(WS-Dq-Idx)
    ELSE
        IF  WS-Content-Value(1 : 8) < WS-Dq-Date-Min(WS-Dq-Idx)
            MOVE WS-Content-Value(1 : 8) TO WS-Dq-Date-Min(WS-Dq-Idx)
        END-IF
        IF  WS-Content-Value(1 : 8) > WS-Dq-Date-Max(WS-Dq-Idx)
            MOVE WS-Content-Value(1 : 8) TO WS-Dq-Date-Max(WS-Dq-Idx)
        END-IF
    END-IF.

*>------------------------------------------------
21268-Write-DQ-History.
*>------------------------------------------------
*> One ./reports/dq-history.dat row per profiled column
*> of the file just read - same EXTEND-with-OUTPUT-
*> fallback append idiom as the record-error report.
*> The verdict is the content pass's own, so a trend
*> can be read with or without the rejected files.
*>------------------------------------------------
    MOVE SPACE TO WS-DQ-Hist-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports))
             DELIMITED BY SIZE
           "dq-history.dat" DELIMITED BY SIZE
      INTO WS-DQ-Hist-Path
    END-STRING.

    IF  WS-Intake-Entry-Valid
        MOVE "OK" TO WS-Dq-Verdict
    ELSE
        MOVE WS-Intake-Reject-Reason TO WS-Dq-Verdict
    END-IF.

    OPEN EXTEND DQ-Hist-File.
    IF  WS-StatusDQH NOT = "00"
        OPEN OUTPUT DQ-Hist-File
    END-IF.
    IF  WS-StatusDQH = "00"
        PERFORM 21269-Write-One-DQ-Row
          VARYING WS-Dq-Col-Num FROM 1 BY 1
            UNTIL WS-Dq-Col-Num > WS-Layout-Cols(WS-Layout-Hit)
               OR WS-Dq-Col-Num > 20
        CLOSE DQ-Hist-File
    END-IF.

*>------------------------------------------------
21269-Write-One-DQ-Row.
*>------------------------------------------------
    SET WS-Dq-Idx TO WS-Dq-Col-Num.

    MOVE SPACE TO DQ-Hist-Line.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
      INTO DH-Run-Date
    END-STRING.
    STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO DH-Run-Time
    END-STRING.
    MOVE WS-Vendor-Match-Code TO DH-Vendor.
    MOVE WS-Layout-Version(WS-Layout-Hit) TO DH-Version.
    MOVE WS-Intake-Work-Name  TO DH-Filename.
    MOVE WS-Dq-Verdict        TO DH-Verdict.
    MOVE WS-Dq-Col-Num        TO DH-Col-Num.
    MOVE WS-Layout-Type(WS-Layout-Hit, WS-Dq-Col-Num)
      TO DH-Col-Type.
    MOVE WS-Dq-Rows           TO DH-Rows.
    MOVE WS-Dq-Blank(WS-Dq-Idx)    TO DH-Blank.
    MOVE WS-Dq-Bad-Type(WS-Dq-Idx) TO DH-Bad-Type.
    MOVE WS-Dq-Distinct(WS-Dq-Idx) TO DH-Distinct.
    MOVE WS-Dq-Distinct-Cap(WS-Dq-Idx) TO DH-Distinct-Cap.

    IF  WS-Dq-Range-Seen(WS-Dq-Idx)
        IF  DH-Col-Type = "D"
            MOVE WS-Dq-Date-Min(WS-Dq-Idx) TO DH-Min
            MOVE WS-Dq-Date-Max(WS-Dq-Idx) TO DH-Max
        ELSE
            MOVE WS-Dq-Num-Min(WS-Dq-Idx) TO WS-Dq-Figure-Edit
            MOVE FUNCTION TRIM(WS-Dq-Figure-Edit) TO DH-Min
            MOVE WS-Dq-Num-Max(WS-Dq-Idx) TO WS-Dq-Figure-Edit
            MOVE FUNCTION TRIM(WS-Dq-Figure-Edit) TO DH-Max
        END-IF
    END-IF.

    WRITE DQ-Hist-Line.

*>------------------------------------------------
21259-Queue-Control-Row.
        PERFORM 2127-Write-Record-Error
    ELSE
        MOVE WS-Ctl-Held-Line TO WS-Ctl-Work-Line
        PERFORM 2122-Split-Trailer-Line

        MOVE ZERO TO WS-Ctl-Trl-Count
                     WS-Ctl-Trl-Amount
    END-IF.

*>------------------------------------------------
2123-Split-Work-Line.
*>------------------------------------------------
*> One splitter for every reader of a vendor row -
*> breaks WS-Ctl-Work-Line on the profile's delimiter
*> into the column table and counts how many columns
*> the row actually carried.  A fixed-width profile
*> cuts each column out by position instead; a record
*> is as wide as the extract made it, so it always
*> "carries" the profile's column count.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Col-Table.
    MOVE ZERO  TO WS-Content-Col-Count.

    IF  WS-Layout-Fixed(WS-Layout-Hit)
        PERFORM 21231-Cut-One-Column
          VARYING WS-Pos-Col-Num FROM 1 BY 1
            UNTIL WS-Pos-Col-Num > WS-Layout-Cols(WS-Layout-Hit)
               OR WS-Pos-Col-Num > 20
        MOVE WS-Layout-Cols(WS-Layout-Hit) TO WS-Content-Col-Count
    ELSE
        UNSTRING WS-Ctl-Work-Line
            DELIMITED BY WS-Layout-Delim(WS-Layout-Hit)
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
21231-Cut-One-Column.
*>------------------------------------------------
    MOVE WS-Layout-Pos-Start(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Start.
    MOVE WS-Layout-Pos-Len(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Len.
    MOVE WS-Layout-Pos-Dec(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Dec.
    PERFORM 21232-Cut-Positional-Value.
    MOVE WS-Content-Value TO WS-Content-Col(WS-Pos-Col-Num).

*>------------------------------------------------
21232-Cut-Positional-Value.
*>------------------------------------------------
*> WS-Pos-Start/Len/Dec out of WS-Ctl-Work-Line into
*> WS-Content-Value - left-justified (a mainframe
*> extract right-justifies its numbers in blanks) and
*> with any implied decimal point put back.  A slice
*> that runs off the record reads blank.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Value.

    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Start + WS-Pos-Len - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Pos-Start : WS-Pos-Len)
          TO WS-Content-Work-Value
        IF  WS-Content-Work-Value NOT = SPACE
            MOVE FUNCTION TRIM(WS-Content-Work-Value)
              TO WS-Content-Value
            IF  WS-Pos-Dec > ZERO
                PERFORM 21233-Place-Implied-Decimals
                  THRU 21233-Place-Exit
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
21233-Place-Implied-Decimals.
*>------------------------------------------------
*> Digits with an optional leading sign get their
*> decimal point back (WS-Pos-Dec places from the
*> right, zero-filled on a short value); anything else
*> is left as cut, for the typing check to condemn.
*>------------------------------------------------
    MOVE SPACE TO WS-Pos-Sign.
    MOVE WS-Content-Value TO WS-Pos-Digits.
    IF  WS-Content-Value(1 : 1) = "-"
    OR  WS-Content-Value(1 : 1) = "+"
        IF  WS-Content-Value(1 : 1) = "-"
            MOVE "-" TO WS-Pos-Sign
        END-IF
        MOVE WS-Content-Value(2 : 79) TO WS-Pos-Digits
    END-IF.

    IF  WS-Pos-Digits = SPACE
        GO TO 21233-Place-Exit
    END-IF.

    COMPUTE WS-Pos-Digits-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Pos-Digits)).
    IF  WS-Pos-Digits(1 : WS-Pos-Digits-Len) IS NOT NUMERIC
        GO TO 21233-Place-Exit
    END-IF.

    MOVE SPACE TO WS-Content-Value.
    EVALUATE TRUE
        WHEN WS-Pos-Digits-Len > WS-Pos-Dec
            COMPUTE WS-Pos-Int-Len = WS-Pos-Digits-Len - WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   WS-Pos-Digits(1 : WS-Pos-Int-Len)
                     DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-Pos-Digits(WS-Pos-Int-Len + 1 : WS-Pos-Dec)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN WS-Pos-Digits-Len = WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN OTHER
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Zeros(1 : WS-Pos-Dec - WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
    END-EVALUATE.

21233-Place-Exit.
    EXIT.

*>------------------------------------------------
2122-Split-Trailer-Line.
*>------------------------------------------------
*> The trailer in WS-Ctl-Work-Line into the column
*> table the way 21257 reads it - column 2 the record
*> count, column 3 the amount hash total.  A delimited
*> trailer is split like any row; a fixed-width one has
*> the two figures cut from their own positions, the
*> amount with the amount column's implied decimals.
*>------------------------------------------------
    IF  NOT WS-Layout-Fixed(WS-Layout-Hit)
        PERFORM 2123-Split-Work-Line
    ELSE
        MOVE SPACE TO WS-Content-Col-Table
        MOVE 3     TO WS-Content-Col-Count

        MOVE WS-Layout-Trl-Cnt-Start(WS-Layout-Hit) TO WS-Pos-Start
        MOVE WS-Layout-Trl-Cnt-Len(WS-Layout-Hit)   TO WS-Pos-Len
        MOVE ZERO TO WS-Pos-Dec
        PERFORM 21232-Cut-Positional-Value
        MOVE WS-Content-Value TO WS-Content-Col(2)

        MOVE WS-Layout-Trl-Amt-Start(WS-Layout-Hit) TO WS-Pos-Start
        MOVE WS-Layout-Trl-Amt-Len(WS-Layout-Hit)   TO WS-Pos-Len
        MOVE ZERO TO WS-Pos-Dec
        IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
        AND WS-Layout-Amt-Col(WS-Layout-Hit) <= 20
            MOVE WS-Layout-Pos-Dec
                   (WS-Layout-Hit, WS-Layout-Amt-Col(WS-Layout-Hit))
              TO WS-Pos-Dec
        END-IF
        PERFORM 21232-Cut-Positional-Value
        MOVE WS-Content-Value TO WS-Content-Col(3)
    END-IF.

*>------------------------------------------------
2128-Classify-Record-Type.
*>------------------------------------------------
*> A profile that codes its records (a record-type
*> length on the fixed-width spec): read the code out
*> of WS-Ctl-Work-Line and say what the row is.  A
*> header or trailer code the profile leaves blank is
*> never matched; a blank detail code takes any row
*> that is neither.
*>------------------------------------------------
    MOVE SPACE TO WS-Rt-Code.
    IF  WS-Layout-Rt-Start(WS-Layout-Hit) > ZERO
    AND WS-Layout-Rt-Start(WS-Layout-Hit)
          + WS-Layout-Rt-Len(WS-Layout-Hit) - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Layout-Rt-Start(WS-Layout-Hit) :
                              WS-Layout-Rt-Len(WS-Layout-Hit))
          TO WS-Rt-Code
    END-IF.

    EVALUATE TRUE
        WHEN WS-Layout-Rt-Header(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Header(WS-Layout-Hit)
            SET WS-Rt-Header-Row TO TRUE
        WHEN WS-Layout-Rt-Trailer(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Trailer(WS-Layout-Hit)
            SET WS-Rt-Trailer-Row TO TRUE
        WHEN WS-Layout-Rt-Detail(WS-Layout-Hit) = SPACE
         OR  WS-Rt-Code = WS-Layout-Rt-Detail(WS-Layout-Hit)
            SET WS-Rt-Detail-Row TO TRUE
        WHEN OTHER
            SET WS-Rt-Unknown-Row TO TRUE
    END-EVALUATE.

*>------------------------------------------------
21253-Check-One-Column.
    MOVE WS-Intake-Work-Name     TO WS-Reject-Filename.
    MOVE WS-Intake-Reject-Detail TO WS-Reject-Detail.

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
      INTO WS-Rej-Return-Path
    END-STRING.

    MOVE WS-Vendor-Match-Code TO WS-Rcp-Code.
    MOVE TBL-Path-Name(TBL-dir-outbound) TO WS-Rcp-Dest-Dir.
    MOVE SPACE TO WS-Rcp-File-Name.
    STRING "rej-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Vendor-Match-Code) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Rcp-File-Name
    END-STRING.
    PERFORM 249-Prepare-Recipient-Send.
    IF  WS-Rcp-Found
        MOVE WS-Rcp-Clear-Path TO WS-Rej-Return-Path
    END-IF.

    MOVE SPACE TO WS-Rej-Return-Row.
    MOVE WS-Intake-Work-Name TO WS-Rrt-Filename.
    MOVE SPACE TO WS-Rrt-Stamp.
        WHEN "DECRYP"
            MOVE "encrypted file could not be decrypted"
              TO WS-Rrt-Desc
        WHEN "BADVER"
            MOVE "no layout version fits the file"
              TO WS-Rrt-Desc
        WHEN "BADCNV"
            MOVE "structured file could not be converted"
              TO WS-Rrt-Desc
        WHEN OTHER
            MOVE "rejected by intake validation"
              TO WS-Rrt-Desc
          FROM WS-Rej-Return-Row
        END-WRITE
        CLOSE Rej-Return-File
        IF  WS-Rcp-Found
            PERFORM 2492-Seal-Outbound-File
              THRU 2492-Seal-Exit
        END-IF
    END-IF.


*>          canonical copy for downstream - only for
*>          vendors whose layout profile asks for one;
*>          a normalization failure is logged but never
*>          un-promotes the file.  A value with no code
*>          translation does hold it back, below.
            MOVE "N" TO WS-Norm-Done-Sw
            MOVE "N" TO WS-Xle-Exception-Sw
            IF  WS-Layout-Found
            AND WS-Layout-Norm-Sw(WS-Layout-Hit) = "Y"
                PERFORM 243-Normalize-Entry
            PERFORM 2155-Collect-Stage-Stamps
            MOVE WS-Dec-Flag-Sw TO II-Decrypt-Sw
            MOVE WS-Dec-Used-Key TO II-Key-Id
            MOVE WS-Cnv-Source-Format TO II-Source-Format
            MOVE WS-Vendor-Match-Priority TO II-Priority
*>          sequence continuity is judged AFTER the
*>          scan by 290-Check-Sequences, over the
*>          parallel day, the worker share) would
*>          read honest same-batch files as gaps.
            MOVE SPACE TO II-Seq-Sw
            IF  WS-Layout-Found
                MOVE WS-Layout-Version(WS-Layout-Hit)
                  TO II-Layout-Version
            END-IF
*>          a vendor still on probation (PGM51) has its
*>          arrival held here, validated and in done/
*>          but parked as PROBATION - nothing goes to
*>          staging until an operator signs it off and
*>          247-Publish-Signed-Off releases it.
            MOVE II-Vendor-Code TO WS-Obd-Check-Vendor
            PERFORM 0832-Check-Vendor-Probation
            IF  WS-Obd-On-Probation
                MOVE "PROBATION" TO II-Disposition
            END-IF
*>          a code no translation row covers parks the
*>          arrival as XLATE-EXC ahead of probation - it
*>          could not be released as coded anyway.  Once
*>          the mapping is fixed, a PGM10 reprocess runs
*>          it through again.
            IF  WS-Xle-Exception
                MOVE "XLATE-EXC" TO II-Disposition
            END-IF

            WRITE Intake-Index-Record
              INVALID KEY
*>          ack row or unbalance a handoff.
            IF  WS-Intake-Work-Name(1:7) NOT = "canary-"
                PERFORM 240-Write-Ack-Row
                EVALUATE TRUE
                    WHEN WS-Xle-Exception
                        PERFORM 2156-Raise-Xlate-Alert
                    WHEN WS-Obd-On-Probation
                        PERFORM 2151-Log-Probation-Hold
                    WHEN OTHER
                        PERFORM 242-Publish-To-Staging
                END-EVALUATE
            END-IF
            MOVE SPACE TO WS-MSG
            STRING "intake: " DELIMITED BY SIZE
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
      INTO WS-Ack-File-Path
    END-STRING.

    MOVE WS-Ack-Vendor TO WS-Rcp-Code.
    MOVE TBL-Path-Name(TBL-dir-outbound) TO WS-Rcp-Dest-Dir.
    MOVE SPACE TO WS-Rcp-File-Name.
    STRING "ack-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ack-Vendor) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Rcp-File-Name
    END-STRING.
    PERFORM 249-Prepare-Recipient-Send.
    IF  WS-Rcp-Found
        MOVE WS-Rcp-Clear-Path TO WS-Ack-File-Path
    END-IF.

    MOVE SPACE TO WS-Ack-Row.
    MOVE WS-Intake-Work-Name TO WS-Ack-Filename.
    MOVE II-File-Size        TO WS-Ack-Size.
        END-WRITE
        CLOSE Ack-File
        ADD 1 TO WS-Ack-Written-Count
        IF  WS-Rcp-Found
            PERFORM 2492-Seal-Outbound-File
              THRU 2492-Seal-Exit
        END-IF
    END-IF.

*>------------------------------------------------
*> dropped) into ./files/normalized.  The original
*> vendor bytes in ./files/done are never touched -
*> downstream just stops having to know each vendor's
*> quirks.  Columns code-xlate.cfg has rows for carry
*> the internal code in force on the business date; a
*> value with no such row is itemized on the per-
*> company translation-exception report, and the
*> canonical copy is withdrawn so the arrival can be
*> held as XLATE-EXC rather than published half-coded.
*>------------------------------------------------
    MOVE "N"  TO WS-Norm-Fail-Sw.
    MOVE ZERO TO WS-Norm-Written-Count.

    MOVE "N"  TO WS-Xle-Exception-Sw.
    MOVE ZERO TO WS-Xle-Row-No
                 WS-Xle-Cur-Line
                 WS-Xle-Held-Line
                 WS-Xle-Miss-Count
                 WS-Xle-Written.
    PERFORM 2436-Flag-Xlate-Columns.

*>  routine first-arrival state, same mkdir -p idiom
*>  as 2192-Build-Vendor-Done-Path.
    MOVE SPACE TO WS-Norm-Mkdir-Cmd.
        END-IF
    END-IF.

*>  a half-translated canonical copy must not be left
*>  lying where PGM15 or a reprocess could pick it up,
*>  and a miss holds the arrival even if the copy failed.
    EVALUATE TRUE
        WHEN WS-Xle-Miss-Count > ZERO
            CALL "CBL_DELETE_FILE"
              USING WS-Norm-Out-Path
            END-CALL
            MOVE "Y" TO WS-Xle-Exception-Sw

            MOVE SPACE TO WS-MSG
            STRING "normalize: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Intake-Work-Name)
                     DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-Xle-Miss-Count DELIMITED BY SIZE
                   " unmapped code(s), held as XLATE-EXC"
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line

            SET WS-Log-Sev-Warning TO TRUE
            MOVE "243-NORMALIZE-ENTRY" TO WS-Log-Source-Para
            MOVE 9149 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
        WHEN WS-Norm-Failed
            MOVE SPACE TO WS-MSG
            STRING "normalize: unable to produce canonical copy of "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Intake-Work-Name)
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line

            SET WS-Log-Sev-Warning TO TRUE
            MOVE "243-NORMALIZE-ENTRY" TO WS-Log-Source-Para
            MOVE 9120 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
        WHEN OTHER
            MOVE "Y" TO WS-Norm-Done-Sw

            MOVE SPACE TO WS-MSG
            STRING "normalize: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Intake-Work-Name)
                     DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-Norm-Written-Count DELIMITED BY SIZE
                   " row(s) written to ./files/normalized"
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
    END-EVALUATE.

*>------------------------------------------------
2431-Normalize-One-Row.
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            ADD 1 TO WS-Xle-Row-No
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                EVALUATE TRUE
*>                  coded records - only details render.
                    WHEN WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2128-Classify-Record-Type
                        IF  WS-Rt-Detail-Row
                            MOVE WS-Xle-Row-No TO WS-Xle-Cur-Line
                            PERFORM 2432-Write-Normalized-Row
                        END-IF
                    WHEN WS-Ctl-Active
                        IF  NOT WS-Ctl-Header-Seen
                            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
                        ELSE
                            IF  WS-Ctl-Row-Held
                                MOVE WS-Ctl-Held-Line
                                  TO WS-Ctl-Work-Line
                                MOVE WS-Xle-Held-Line
                                  TO WS-Xle-Cur-Line
                                PERFORM 2432-Write-Normalized-Row
                            END-IF
                            MOVE Intake-Data-Line TO WS-Ctl-Held-Line
                            MOVE WS-Xle-Row-No    TO WS-Xle-Held-Line
                            MOVE "Y" TO WS-Ctl-Held-Sw
                        END-IF
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        MOVE WS-Xle-Row-No    TO WS-Xle-Cur-Line
                        PERFORM 2432-Write-Normalized-Row
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
2432-Write-Normalized-Row.
*>------------------------------------------------
*> Render WS-Ctl-Work-Line canonically: split it on
*> the vendor's delimiter, then rebuild it pipe-
*> delimited with quotes stripped and date columns
*> converted to YYYYMMDD.
*>------------------------------------------------
    PERFORM 2123-Split-Work-Line.

    MOVE SPACE TO WS-Norm-Row-Buf.
    MOVE 1     TO WS-Norm-Ptr.

    PERFORM 2433-Append-One-Norm-Col
      VARYING WS-Norm-Col-Num FROM 1 BY 1
        UNTIL WS-Norm-Col-Num > WS-Layout-Cols(WS-Layout-Hit).

    WRITE Norm-Out-Line
      FROM WS-Norm-Row-Buf
    END-WRITE.
    IF  WS-StatusNRM = "00"
        ADD 1 TO WS-Norm-Written-Count
    ELSE
        MOVE "Y" TO WS-Norm-Fail-Sw
    END-IF.

*>------------------------------------------------
2433-Append-One-Norm-Col.
*>------------------------------------------------
*> One canonical column per pass - a date column that
*> will not parse passes through raw rather than being
*> invented (validation already condemned such a file;
*> this path only matters for rows that were clean).
*>------------------------------------------------
    MOVE WS-Content-Col(WS-Norm-Col-Num) TO WS-Content-Value.
    PERFORM 21250-Strip-Value-Quotes.

    IF  WS-Layout-Type(WS-Layout-Hit, WS-Norm-Col-Num) = "D"
    AND WS-Content-Value NOT = SPACE
        PERFORM 2126-Convert-Date-Value
    END-IF.

*>  translated column - the vendor's code becomes ours
*>  before masking, so a masked column masks our code.
    IF  WS-Cxl-Col-Flags(WS-Norm-Col-Num:1) = "Y"
    AND WS-Content-Value NOT = SPACE
        PERFORM 2437-Translate-Column-Value
    END-IF.

*>  the canonical copy is downstream of ./files/done -
*>  a masked column never reaches it in the clear.
    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Norm-Col-Num) NOT = SPACE
        MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Norm-Col-Num)
          TO WS-Mask-Code
        PERFORM 2434-Mask-Column-Value
    END-IF.

    IF  WS-Norm-Col-Num > 1
        STRING "|" DELIMITED BY SIZE
          INTO WS-Norm-Row-Buf
          WITH POINTER WS-Norm-Ptr
        END-STRING
    END-IF.

    IF  WS-Content-Value NOT = SPACE
        STRING FUNCTION TRIM(WS-Content-Value) DELIMITED BY SIZE
          INTO WS-Norm-Row-Buf
          WITH POINTER WS-Norm-Ptr
        END-STRING
    END-IF.

*>------------------------------------------------
2436-Flag-Xlate-Columns.
*>------------------------------------------------
*> Mark which of this vendor's columns are translated -
*> any code-xlate.cfg row at all for the vendor and
*> column, whatever its dates, so a code whose mapping
*> has lapsed is an exception rather than slipping
*> through untranslated.
*>------------------------------------------------
    MOVE SPACE TO WS-Cxl-Col-Flags.
    MOVE WS-Layout-Vendor(WS-Layout-Hit) TO WS-Cxl-Vendor-Key.
    MOVE WS-Biz-Date TO WS-Cxl-Eff-Date.

    IF  WS-Cxl-Count > ZERO
        PERFORM 24361-Flag-One-Xlate-Row
          VARYING WS-Cxl-Idx FROM 1 BY 1
            UNTIL WS-Cxl-Idx > WS-Cxl-Count
    END-IF.

*>------------------------------------------------
24361-Flag-One-Xlate-Row.
*>------------------------------------------------
    IF  WS-Cxl-Vendor(WS-Cxl-Idx) = WS-Cxl-Vendor-Key
        MOVE "Y" TO WS-Cxl-Col-Flags(WS-Cxl-Col(WS-Cxl-Idx):1)
    END-IF.

*>------------------------------------------------
2437-Translate-Column-Value.
*>------------------------------------------------
*> Swap WS-Content-Value for the internal code of the
*> first row in force on the business date for this
*> vendor, column and value.  No such row counts a
*> miss and itemizes it; the value passes through as
*> it came, but 243 withdraws the copy at the end.
*>------------------------------------------------
    MOVE "N"  TO WS-Cxl-Found-Sw.
    MOVE ZERO TO WS-Cxl-Hit.

    PERFORM 24371-Match-One-Xlate-Row
      VARYING WS-Cxl-Idx FROM 1 BY 1
        UNTIL WS-Cxl-Found
           OR WS-Cxl-Idx > WS-Cxl-Count.

    IF  WS-Cxl-Found
        MOVE WS-Cxl-Internal(WS-Cxl-Hit) TO WS-Content-Value
    ELSE
        ADD 1 TO WS-Xle-Miss-Count
        PERFORM 2438-Write-Xlate-Exception
    END-IF.

*>------------------------------------------------
24371-Match-One-Xlate-Row.
*>------------------------------------------------
    IF  WS-Cxl-Vendor(WS-Cxl-Idx) = WS-Cxl-Vendor-Key
    AND WS-Cxl-Col(WS-Cxl-Idx)    = WS-Norm-Col-Num
    AND FUNCTION TRIM(WS-Cxl-External(WS-Cxl-Idx))
        = FUNCTION TRIM(WS-Content-Value)
        IF  (WS-Cxl-Eff-From(WS-Cxl-Idx) = SPACE
             OR WS-Cxl-Eff-From(WS-Cxl-Idx) NOT > WS-Cxl-Eff-Date)
        AND (WS-Cxl-Eff-To(WS-Cxl-Idx) = SPACE
             OR WS-Cxl-Eff-To(WS-Cxl-Idx) NOT < WS-Cxl-Eff-Date)
            MOVE "Y" TO WS-Cxl-Found-Sw
            SET WS-Cxl-Hit TO WS-Cxl-Idx
        END-IF
    END-IF.

*>------------------------------------------------
2438-Write-Xlate-Exception.
*>------------------------------------------------
*> Itemize one unmapped value on the company's
*> ./reports/xlate-exceptions.log - same capped,
*> EXTEND-with-OUTPUT-fallback idiom as
*> 2127-Write-Record-Error.
*>------------------------------------------------
    IF  WS-Xle-Written >= WS-Xle-Max-Rows
        CONTINUE
    ELSE
        ADD 1 TO WS-Xle-Written

        MOVE SPACE TO WS-Xlate-Exc-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports))
                 DELIMITED BY SIZE
               "xlate-exceptions.log" DELIMITED BY SIZE
          INTO WS-Xlate-Exc-Path
        END-STRING

        MOVE SPACE TO WS-Xlate-Exc-Row
        STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
               Date-MM   OF WS-Log-Line DELIMITED BY SIZE
               Date-DD   OF WS-Log-Line DELIMITED BY SIZE
          INTO WS-Xle-Date
        END-STRING
        STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
               Time-MM   OF WS-Log-Line DELIMITED BY SIZE
               Time-SS   OF WS-Log-Line DELIMITED BY SIZE
          INTO WS-Xle-Time
        END-STRING
        MOVE WS-Intake-Work-Name TO WS-Xle-Filename
        MOVE WS-Xle-Cur-Line     TO WS-Xle-Line
        MOVE WS-Cxl-Vendor-Key   TO WS-Xle-Vendor
        MOVE WS-Norm-Col-Num     TO WS-Xle-Col
        MOVE WS-Content-Value    TO WS-Xle-Value
        MOVE WS-Cxl-Eff-Date     TO WS-Xle-Eff-Date

        OPEN EXTEND Xlate-Exc-File
        IF  WS-StatusXLE NOT = "00"
            OPEN OUTPUT Xlate-Exc-File
        END-IF
        IF  WS-StatusXLE = "00"
            WRITE Xlate-Exc-Line
              FROM WS-Xlate-Exc-Row
            END-WRITE
            CLOSE Xlate-Exc-File
        END-IF
    END-IF.

*>------------------------------------------------
2434-Mask-Column-Value.
*>------------------------------------------------
*> Mask WS-Content-Value (quotes already stripped) by
*> WS-Mask-Code: F every character, P all but the last
*> four (a value of four or fewer is masked whole), T
*> the keyed token.  A code this paragraph does not
*> know masks the whole value - a typo in the profile
*> must never let a column through in the clear.  A
*> blank value stays blank.
*>------------------------------------------------
    IF  WS-Content-Value NOT = SPACE
        MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Content-Work-Value
        MOVE WS-Content-Work-Value TO WS-Content-Value
        COMPUTE WS-Mask-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value))

        EVALUATE TRUE
            WHEN WS-Mask-Partial
                IF  WS-Mask-Len > 4
                    MOVE ALL "*"
                      TO WS-Content-Value(1 : WS-Mask-Len - 4)
                ELSE
                    MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
                END-IF
            WHEN WS-Mask-Token
                PERFORM 24341-Build-Mask-Token
                MOVE SPACE TO WS-Content-Value
                MOVE WS-Mask-Token-Value TO WS-Content-Value
            WHEN OTHER
                MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
        END-EVALUATE
    END-IF.

*>------------------------------------------------
24341-Build-Mask-Token.
*>------------------------------------------------
*> "T" and ten digits: a hash of the value seeded by
*> the hash of PGM00_MASK_KEY (read once).  PGM15's
*> 2263-Build-Mask-Token is the same arithmetic, so a
*> value tokenized here and one tokenized at posting
*> come out identical.
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
            PERFORM 24342-Hash-One-Char
              VARYING WS-Mask-Char-Idx FROM 1 BY 1
                UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len
        END-IF
        MOVE WS-Mask-Hash TO WS-Mask-Seed
    END-IF.

    MOVE WS-Mask-Seed     TO WS-Mask-Hash.
    MOVE WS-Content-Value TO WS-Mask-Hash-Src.
    MOVE WS-Mask-Len      TO WS-Mask-Hash-Len.
    PERFORM 24342-Hash-One-Char
      VARYING WS-Mask-Char-Idx FROM 1 BY 1
        UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len.

    MOVE WS-Mask-Hash TO WS-Mask-Token-Digits.

*>------------------------------------------------
24342-Hash-One-Char.
*>------------------------------------------------
    COMPUTE WS-Mask-Hash
          = FUNCTION MOD(WS-Mask-Hash * 131
              + FUNCTION ORD(WS-Mask-Hash-Src(WS-Mask-Char-Idx : 1)),
              9999999967).

*>------------------------------------------------
2435-Mask-Work-Line.
*>------------------------------------------------
*> WS-Ctl-Work-Line rebuilt into WS-Mask-Row-Buf on the
*> profile's own delimiter: a masked column is written
*> masked (and unquoted), every other column exactly as
*> it arrived.  A fixed-width record keeps its shape -
*> the masked value is laid back over the column's own
*> positions.
*>------------------------------------------------
    PERFORM 2123-Split-Work-Line.

    MOVE SPACE TO WS-Mask-Row-Buf.
    MOVE 1     TO WS-Mask-Ptr.

    IF  WS-Layout-Fixed(WS-Layout-Hit)
        MOVE WS-Ctl-Work-Line TO WS-Mask-Row-Buf
        PERFORM 24352-Overlay-One-Mask-Col
          VARYING WS-Mask-Col-Num FROM 1 BY 1
            UNTIL WS-Mask-Col-Num > WS-Content-Col-Count
    ELSE
        PERFORM 24351-Append-One-Mask-Col
          VARYING WS-Mask-Col-Num FROM 1 BY 1
            UNTIL WS-Mask-Col-Num > WS-Content-Col-Count
    END-IF.

*>------------------------------------------------
24351-Append-One-Mask-Col.
*>------------------------------------------------
    IF  WS-Mask-Col-Num > 1
        STRING WS-Layout-Delim(WS-Layout-Hit) DELIMITED BY SIZE
          INTO WS-Mask-Row-Buf
          WITH POINTER WS-Mask-Ptr
        END-STRING
    END-IF.

    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num) NOT = SPACE
        MOVE WS-Content-Col(WS-Mask-Col-Num) TO WS-Content-Value
        PERFORM 21250-Strip-Value-Quotes
        MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num)
          TO WS-Mask-Code
        PERFORM 2434-Mask-Column-Value
        MOVE WS-Content-Value TO WS-Mask-Col-Text
    ELSE
        MOVE WS-Content-Col(WS-Mask-Col-Num) TO WS-Mask-Col-Text
    END-IF.

    IF  WS-Mask-Col-Text NOT = SPACE
        STRING FUNCTION TRIM(WS-Mask-Col-Text TRAILING) DELIMITED BY SIZE
          INTO WS-Mask-Row-Buf
          WITH POINTER WS-Mask-Ptr
        END-STRING
    END-IF.

*>------------------------------------------------
24352-Overlay-One-Mask-Col.
*>------------------------------------------------
    MOVE WS-Layout-Pos-Start(WS-Layout-Hit, WS-Mask-Col-Num)
      TO WS-Pos-Start.
    MOVE WS-Layout-Pos-Len(WS-Layout-Hit, WS-Mask-Col-Num)
      TO WS-Pos-Len.

    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num) NOT = SPACE
    AND WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Start + WS-Pos-Len - 1 <= 512
        MOVE WS-Content-Col(WS-Mask-Col-Num) TO WS-Content-Value
        MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num)
          TO WS-Mask-Code
        PERFORM 2434-Mask-Column-Value
        MOVE WS-Content-Value
          TO WS-Mask-Row-Buf(WS-Pos-Start : WS-Pos-Len)
    END-IF.

*>------------------------------------------------
                 WS-Split-Children.

    IF  WS-Ctl-Active
    OR  WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
        MOVE WS-Ctl-Detail-Count TO WS-Split-Details-Total
    ELSE
        MOVE WS-Content-Row-Count TO WS-Split-Details-Total
                II-Decrypt-Sw.
    MOVE SPACE TO II-Key-Id
                  II-Seq-Sw.
    MOVE WS-Layout-Version(WS-Layout-Hit) TO II-Layout-Version.
    MOVE WS-Vendor-Match-Priority TO II-Priority.
    MOVE WS-Claim-Stamp     TO II-Claimed-Stamp.
    MOVE WS-Validated-Stamp TO II-Validated-Stamp.
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                EVALUATE TRUE
*>                  coded records - headers copied, details
*>                  routed, the trailer left to 2444.
                    WHEN WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2128-Classify-Record-Type
                        EVALUATE TRUE
                            WHEN WS-Rt-Header-Row
                                MOVE Intake-Data-Line TO Split-Out-Line
                                WRITE Split-Out-Line
                            WHEN WS-Rt-Detail-Row
                                PERFORM 2443-Emit-Split-Row
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    WHEN WS-Ctl-Active
                        IF  NOT WS-Ctl-Header-Seen
                            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
                            MOVE Intake-Data-Line TO Split-Out-Line
                            WRITE Split-Out-Line
                        ELSE
                            IF  WS-Ctl-Row-Held
                                MOVE WS-Ctl-Held-Line
                                  TO WS-Ctl-Work-Line
                                PERFORM 2443-Emit-Split-Row
                            END-IF
                            MOVE Intake-Data-Line TO WS-Ctl-Held-Line
                            MOVE "Y" TO WS-Ctl-Held-Sw
                        END-IF
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2443-Emit-Split-Row
                END-EVALUATE
            END-IF
    END-READ.

*> so the derived file balances when its own intake
*> pass checks it.
*>------------------------------------------------
    IF  WS-Layout-Fixed(WS-Layout-Hit)
        PERFORM 24441-Write-Fixed-Trailer
    ELSE
        MOVE WS-Split-Matched TO WS-Ctl-Count-Edit
        MOVE WS-Split-Amount  TO WS-Ctl-Figure-Edit
        MOVE SPACE TO Split-Out-Line
        STRING "TRL" DELIMITED BY SIZE
               WS-Layout-Delim(WS-Layout-Hit) DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ctl-Count-Edit) DELIMITED BY SIZE
               WS-Layout-Delim(WS-Layout-Hit) DELIMITED BY SIZE
               FUNCTION TRIM(WS-Ctl-Figure-Edit) DELIMITED BY SIZE
          INTO Split-Out-Line
        END-STRING
        WRITE Split-Out-Line
    END-IF.

*>------------------------------------------------
24441-Write-Fixed-Trailer.
*>------------------------------------------------
*> The positional trailer: the profile's trailer code at
*> the record-type position, the count zero-filled into
*> its slice and the total as unpointed digits (implied
*> decimals per the amount column), signed with a
*> leading "-" when negative.
*>------------------------------------------------
    MOVE SPACE TO Split-Out-Line.

    IF  WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
    AND WS-Layout-Rt-Start(WS-Layout-Hit) > ZERO
        MOVE WS-Layout-Rt-Start(WS-Layout-Hit) TO WS-Pos-Start
        MOVE WS-Layout-Rt-Len(WS-Layout-Hit)   TO WS-Pos-Len
        MOVE WS-Layout-Rt-Trailer(WS-Layout-Hit)
          TO Split-Out-Line(WS-Pos-Start : WS-Pos-Len)
    END-IF.

    MOVE WS-Layout-Trl-Cnt-Start(WS-Layout-Hit) TO WS-Pos-Start.
    MOVE WS-Layout-Trl-Cnt-Len(WS-Layout-Hit)   TO WS-Pos-Len.
    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Len <= 18
        MOVE WS-Split-Matched TO WS-Pos-Count-Work
        MOVE WS-Pos-Count-Work(19 - WS-Pos-Len : WS-Pos-Len)
          TO Split-Out-Line(WS-Pos-Start : WS-Pos-Len)
    END-IF.

    MOVE WS-Layout-Trl-Amt-Start(WS-Layout-Hit) TO WS-Pos-Start.
    MOVE WS-Layout-Trl-Amt-Len(WS-Layout-Hit)   TO WS-Pos-Len.
    MOVE ZERO TO WS-Pos-Dec.
    IF  WS-Layout-Amt-Col(WS-Layout-Hit) > ZERO
    AND WS-Layout-Amt-Col(WS-Layout-Hit) <= 20
        MOVE WS-Layout-Pos-Dec(WS-Layout-Hit,
                               WS-Layout-Amt-Col(WS-Layout-Hit))
          TO WS-Pos-Dec
    END-IF.
    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Len <= 18
        COMPUTE WS-Pos-Count-Work =
            FUNCTION ABS(WS-Split-Amount) * (10 ** WS-Pos-Dec)
        END-COMPUTE
        MOVE WS-Pos-Count-Work(19 - WS-Pos-Len : WS-Pos-Len)
          TO Split-Out-Line(WS-Pos-Start : WS-Pos-Len)
        IF  WS-Split-Amount < ZERO
            MOVE "-" TO Split-Out-Line(WS-Pos-Start : 1)
        END-IF
    END-IF.

    WRITE Split-Out-Line.

*>------------------------------------------------
        END-STRING
    END-IF.

*>------------------------------------------------
2151-Log-Probation-Hold.
*>------------------------------------------------
*> The arrival is indexed and acknowledged but NOT
*> published - say so at WARNING so the sign-off
*> queue shows up in the log and, through the event
*> registry, on whatever alert route is configured.
*>------------------------------------------------
    MOVE SPACE TO WS-MSG.
    STRING "intake: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
           " held on probation for vendor " DELIMITED BY SIZE
           FUNCTION TRIM(II-Vendor-Code) DELIMITED BY SIZE
           " - awaiting sign-off" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2151-LOG-PROBATION-HOLD" TO WS-Log-Source-Para.
    MOVE 9140 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
2156-Raise-Xlate-Alert.
*>------------------------------------------------
*> The arrival is indexed and acknowledged but held as
*> XLATE-EXC - 243 has already logged the WARNING;
*> queue the same ./logs/alerts.queue row
*> 2493-Raise-Seal-Alert drops so PGM05 opens a work
*> item for whoever owns the mappings.
*>------------------------------------------------
    MOVE SPACE TO WS-MSG.
    STRING "intake: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
           " held as XLATE-EXC for vendor " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cxl-Vendor-Key) DELIMITED BY SIZE
           " - see xlate-exceptions.log" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

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

    MOVE 9149 TO WS-Alert-Event-Code.
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
2155-Collect-Stage-Stamps.
*>------------------------------------------------
            AND II-Seq-Sw = SPACE
            AND (II-Disposition = "DONE"
                 OR II-Disposition = "POSTED"
                 OR II-Disposition = "POST-SUSP"
                 OR II-Disposition = "REVERSED"
                 OR II-Disposition = "SPLIT")
                MOVE SPACE TO WS-Vseq-Digits
                MOVE II-Filename
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
*> stops hand-copying out of done/.  When the
*> normalization stage produced a canonical copy, THAT
*> is what downstream gets - raw vendor bytes only for
*> vendors with no conversion profile, and even then
*> with the profile's masked columns rewritten (the
*> raw bytes in ./files/done stay the only clear copy).
*> With STAGING enrolled on the recipient key table the
*> copy is built in ./files/sent and only the sealed
*> <name>.pgp reaches ./staging; a blocked send counts
*> as a failed copy.
*>------------------------------------------------
    MOVE SPACE TO WS-Handoff-Staging-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-staging))
      INTO WS-Handoff-Staging-Path
    END-STRING.

    MOVE "STAGING" TO WS-Rcp-Code.
    MOVE TBL-Path-Name(TBL-dir-staging) TO WS-Rcp-Dest-Dir.
    MOVE WS-Intake-Work-Name TO WS-Rcp-File-Name.
    PERFORM 249-Prepare-Recipient-Send.
    IF  WS-Rcp-Found
        MOVE WS-Rcp-Clear-Path TO WS-Handoff-Staging-Path
    END-IF.

    MOVE SPACE TO WS-Handoff-Source-Path.
    IF  WS-Norm-Done
        MOVE WS-Norm-Out-Path TO WS-Handoff-Source-Path
    ELSE
        MOVE WS-Intake-Dest-Path TO WS-Handoff-Source-Path
    END-IF.

    MOVE "N" TO WS-Mask-Any-Sw.
    IF  NOT WS-Norm-Done
    AND WS-Layout-Found
    AND WS-Layout-Mask-Codes(WS-Layout-Hit) NOT = SPACE
        MOVE "Y" TO WS-Mask-Any-Sw
    END-IF.

    IF  WS-Mask-Any
        PERFORM 2421-Publish-Masked-Copy
    ELSE
        MOVE SPACE TO WS-Handoff-Copy-Cmd
        STRING "cp '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Handoff-Source-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Handoff-Staging-Path) DELIMITED BY SIZE
               "' 2>/dev/null" DELIMITED BY SIZE
          INTO WS-Handoff-Copy-Cmd
        END-STRING

        CALL "SYSTEM"
          USING WS-Handoff-Copy-Cmd
        END-CALL
    END-IF.

*>  the ./files/sent copy only duplicates ./files/done
*>  (or normalized) - it goes once the send is settled.
    IF  WS-Rcp-Found
        IF  Return-Code = ZERO
            PERFORM 2492-Seal-Outbound-File
              THRU 2492-Seal-Exit
        END-IF
        CALL "CBL_DELETE_FILE"
          USING WS-Rcp-Clear-Path
        END-CALL
        IF  WS-Rcp-Sent-Clear
        OR  WS-Rcp-Sent-Sealed
            MOVE ZERO TO Return-Code
        ELSE
            MOVE 1 TO Return-Code
        END-IF
    END-IF.

    IF  Return-Code = ZERO
        ADD 1 TO WS-Handoff-Count
        ADD II-File-Size TO WS-Handoff-Bytes
    END-IF.

*>------------------------------------------------
2421-Publish-Masked-Copy.
*>------------------------------------------------
*> The staging copy of a masked vendor's raw file:
*> read back out of ./files/done and written row for
*> row in the vendor's own layout, detail rows with
*> their masked columns rewritten, control records
*> (header first, trailer held back to the end) passed
*> through as they are.  Return-Code is left non-zero
*> on failure so the handoff totals skip the file,
*> exactly as a failed cp would.
*>------------------------------------------------
    MOVE WS-Layout-Ctl-Sw(WS-Layout-Hit) TO WS-Ctl-Active-Sw.
    MOVE "N" TO WS-Ctl-Header-Seen-Sw
                WS-Ctl-Held-Sw.

    MOVE WS-Intake-Dest-Path TO WS-Intake-Data-Path.

    MOVE "N" TO WS-EOF-IDT.
    OPEN INPUT Intake-Data-File.
    IF  WS-StatusIDT NOT = "00"
        MOVE 1 TO Return-Code
    ELSE
        OPEN OUTPUT Mask-Copy-File
        IF  WS-StatusMSK NOT = "00"
            CLOSE Intake-Data-File
            MOVE 1 TO Return-Code
        ELSE
            PERFORM 24211-Copy-One-Masked-Row
              UNTIL Intake-Data-EOF
            IF  WS-Ctl-Row-Held
                MOVE WS-Ctl-Held-Line TO Mask-Copy-Line
                WRITE Mask-Copy-Line
            END-IF
            CLOSE Mask-Copy-File
            CLOSE Intake-Data-File
            MOVE ZERO TO Return-Code
        END-IF
    END-IF.

*>------------------------------------------------
24211-Copy-One-Masked-Row.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                EVALUATE TRUE
*>                  coded records - only details carry the
*>                  masked columns, the rest pass as read.
                    WHEN WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2128-Classify-Record-Type
                        IF  WS-Rt-Detail-Row
                            PERFORM 2435-Mask-Work-Line
                            MOVE WS-Mask-Row-Buf TO Mask-Copy-Line
                        ELSE
                            MOVE Intake-Data-Line TO Mask-Copy-Line
                        END-IF
                        WRITE Mask-Copy-Line
                    WHEN WS-Ctl-Active
                        IF  NOT WS-Ctl-Header-Seen
                            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
                            MOVE Intake-Data-Line TO Mask-Copy-Line
                            WRITE Mask-Copy-Line
                        ELSE
                            IF  WS-Ctl-Row-Held
                                MOVE WS-Ctl-Held-Line
                                  TO WS-Ctl-Work-Line
                                PERFORM 2435-Mask-Work-Line
                                MOVE WS-Mask-Row-Buf TO Mask-Copy-Line
                                WRITE Mask-Copy-Line
                            END-IF
                            MOVE Intake-Data-Line TO WS-Ctl-Held-Line
                            MOVE "Y" TO WS-Ctl-Held-Sw
                        END-IF
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2435-Mask-Work-Line
                        MOVE WS-Mask-Row-Buf TO Mask-Copy-Line
                        WRITE Mask-Copy-Line
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
247-Publish-Signed-Off.
*>------------------------------------------------
*> Release pass for probation holds.  PGM51's sign-
*> off flips a held arrival from PROBATION to
*> SIGNEDOFF; here each such row is published to
*> ./staging exactly as 215 would have done on the
*> day it arrived (normalized copy if there is one,
*> masked raw copy otherwise) and goes to DONE, which
*> is what PGM15 posts.  A copy that fails leaves the
*> row SIGNEDOFF for the next run to try again.  Run
*> single-process only - never from a worker - so two
*> lanes can't both publish the same release.
*>------------------------------------------------
    MOVE ZERO TO WS-Obd-Released-Count.

    MOVE SPACE TO Intake-Index-Record.
    MOVE LOW-VALUES TO II-Filename.
    START Intake-Index-File
        KEY IS NOT LESS THAN II-Filename
        INVALID KEY
            MOVE "Y" TO WS-EOF-OBDIDX
        NOT INVALID KEY
            MOVE "N" TO WS-EOF-OBDIDX
    END-START.

    PERFORM 2471-Sweep-One-Signed-Row
      UNTIL Onboard-Index-Sweep-EOF.

    IF  WS-Obd-Released-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "probation: " DELIMITED BY SIZE
               WS-Obd-Released-Count DELIMITED BY SIZE
               " signed-off arrival(s) released to staging"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
2471-Sweep-One-Signed-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-OBDIDX
        NOT AT END
            IF  II-Disposition = "SIGNEDOFF"
                PERFORM 2472-Release-One-Arrival
            END-IF
    END-READ.

*>------------------------------------------------
2472-Release-One-Arrival.
*>------------------------------------------------
*> Rebuild the paths 215 worked with from the index
*> row alone: the flat done copy, else the vendor's
*> own done subfolder, and the normalized copy when
*> the row says one was made.
*>------------------------------------------------
    MOVE II-Filename TO WS-Intake-Work-Name.

    MOVE SPACE TO WS-Intake-Dest-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
      INTO WS-Intake-Dest-Path
    END-STRING.

    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Intake-Dest-Path
              File-Info
    END-CALL.

    IF  Return-Code NOT = ZERO
    AND II-Vendor-Code NOT = SPACE
        MOVE SPACE TO WS-Intake-Dest-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
                 DELIMITED BY SIZE
               FUNCTION TRIM(II-Vendor-Code) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
          INTO WS-Intake-Dest-Path
        END-STRING
    END-IF.

    MOVE "N" TO WS-Norm-Done-Sw.
    MOVE SPACE TO WS-Norm-Out-Path.
    IF  II-Norm-Sw = "Y"
        MOVE "Y" TO WS-Norm-Done-Sw
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-normalized))
                 DELIMITED BY SIZE
               FUNCTION TRIM(II-Norm-Name) DELIMITED BY SIZE
          INTO WS-Norm-Out-Path
        END-STRING
    END-IF.

    MOVE II-Vendor-Code TO WS-Vendor-Match-Code.
    PERFORM 2473-Find-Stamped-Layout.

    PERFORM 242-Publish-To-Staging.

    IF  Return-Code = ZERO
        MOVE "DONE" TO II-Disposition
        REWRITE Intake-Index-Record
        ADD 1 TO WS-Obd-Released-Count
        MOVE SPACE TO WS-MSG
        STRING "probation: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
               " released to staging" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        MOVE SPACE TO WS-MSG
        STRING "probation: unable to publish signed-off "
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Intake-Work-Name) DELIMITED BY SIZE
               " - left for the next run" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
2473-Find-Stamped-Layout.
*>------------------------------------------------
*> The arrival was validated against the version 215
*> stamped on its index row - release it under that
*> same version, not whatever is in force today.  A
*> row stamped before versions existed (or with no
*> profile) falls back to the version in force on the
*> date it was received, then to the vendor's first
*> row.
*>------------------------------------------------
    MOVE "N"  TO WS-Layout-Found-Sw.
    MOVE ZERO TO WS-Layout-Hit.
    MOVE II-Layout-Version TO WS-Layout-Sel-Tag.
    MOVE II-Received-Date  TO WS-Layout-Sel-Date.

    IF  WS-Vendor-Match-Code NOT = SPACE
    AND WS-Layout-Count > ZERO
        IF  WS-Layout-Sel-Tag NOT = SPACE
            PERFORM 21244-Match-Tagged-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 21241-Match-One-Layout-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 24731-Match-Any-Vendor-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
    END-IF.

*>------------------------------------------------
24731-Match-Any-Vendor-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = WS-Vendor-Match-Code
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
*> itself audited.
*>------------------------------------------------
    IF  WS-Ack-Written-Count > ZERO
*>  the operator signed on at the PGM32 menu (PGM61)
*>  when this was launched from there, else the OS
*>  login - a job never refuses to run for want of
*>  a sign-on.
        MOVE "V" TO WS-Opr-Function
        CALL "PGM61" USING WS-Opr-Link
          ON EXCEPTION
              MOVE 8 TO WS-Opr-Return
        END-CALL
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
        END-IF

        MOVE SPACE TO WS-Run-Audit-Row
        END-STRING
        MOVE WS-MSG TO WS-Run-Audit-Text

        MOVE "A"               TO WS-Chn-Function
        MOVE WS-Pgm-ID         TO WS-Chn-Caller
        MOVE WS-Run-Audit-Path TO WS-Chn-Path
        MOVE 116               TO WS-Chn-Row-Len
        MOVE WS-Run-Audit-Row  TO WS-Chn-Row
        CALL "PGM70" USING WS-Chn-Link
          ON EXCEPTION
              MOVE 12 TO WS-Chn-Return
        END-CALL
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
        END-IF

        MOVE ZERO TO WS-Ack-Written-Count
    END-IF.

*>------------------------------------------------
249-Prepare-Recipient-Send.
*>------------------------------------------------
*> Before anything is written for WS-Rcp-Code: is the
*> recipient on the encryption table?  If so the clear
*> file is built in ./files/sent instead of the
*> destination directory, and 2492-Seal-Outbound-File
*> puts the sealed copy in its place.  A recipient with
*> no row goes out in clear exactly as before.
*>------------------------------------------------
    MOVE "N"  TO WS-Rcp-Found-Sw.
    MOVE ZERO TO WS-Rcp-Hit.
    MOVE SPACE TO WS-Rcp-Outcome-Sw.

    IF  WS-Rcp-Code NOT = SPACE
    AND WS-Rcp-Count > ZERO
        PERFORM 2491-Match-One-Recipient-Key
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
2491-Match-One-Recipient-Key.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Rcp-Recipient(WS-Rcp-Idx))
      = FUNCTION UPPER-CASE(WS-Rcp-Code)
        MOVE "Y" TO WS-Rcp-Found-Sw
        SET WS-Rcp-Hit TO WS-Rcp-Idx
    END-IF.

*>------------------------------------------------
2492-Seal-Outbound-File.
*>------------------------------------------------
*> Seal the finished clear file for an enrolled
*> recipient: the hook encrypts (and signs, when the
*> row says so) into a work name beside the clear
*> copy, and only a complete sealed file is renamed
*> into the destination as <name>.pgp.  With no usable
*> key - none on file, no hook, or the hook failing -
*> an optional recipient falls back to a clear copy
*> with a WARNING; a required one is BLOCKED: nothing
*> lands, an ERROR line and an alert go up.  The clear
*> copy stays in ./files/sent either way.
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
            GO TO 2492-Seal-Exit
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
            MOVE "2492-SEAL-OUTBOUND" TO WS-Log-Source-Para
            MOVE 9144 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
            GO TO 2492-Seal-Exit
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
    MOVE "2492-SEAL-OUTBOUND" TO WS-Log-Source-Para.
    MOVE 9143 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 2493-Raise-Seal-Alert.

*>------------------------------------------------
2492-Seal-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
2493-Raise-Seal-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row 246-Flag-Late-Posting
*> drops - a blocked send is a recipient left waiting
*> for a file that will not arrive.
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
        CONTINUE
    ELSE
        MOVE ZERO TO WS-Expect-Missed-Count
                     WS-Expect-Deferred-Count

        MOVE SPACE TO WS-Expect-Now-HHMM
        STRING Time-HH OF WS-Log-Line DELIMITED BY SIZE
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
        END-IF

        IF  WS-Expect-Deferred-Count > ZERO
            MOVE SPACE TO WS-MSG
            STRING "expected-arrivals: " DELIMITED BY SIZE
                   WS-Expect-Deferred-Count DELIMITED BY SIZE
                   " miss(es) held back by a maintenance window"
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
        END-IF
    END-IF.

*>------------------------------------------------
261-Check-One-Expected.
*>------------------------------------------------
*> Due test for one schedule row, then the index sweep
*> when it is due and the cutoff has passed.  A miss
*> while a maintenance window covers this company or
*> the row's vendor is deferred, not raised - the next
*> run after the window closes checks it again.
*>------------------------------------------------
    MOVE "N" TO WS-Expect-Due-Sw.

        PERFORM 262-Sweep-Index-For-Pattern

        IF  NOT WS-Expect-Was-Found
            PERFORM 264-Find-Maint-Window
            IF  WS-Maint-Hit > ZERO
                PERFORM 265-Log-Deferred-Miss
            ELSE
                PERFORM 263-Raise-Missed-File-Alert
            END-IF
        END-IF
    END-IF.

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
        CLOSE Alert-Queue-File
    END-IF.

*>------------------------------------------------
264-Find-Maint-Window.
*>------------------------------------------------
*> First calendar row open this minute whose scope is
*> everything, this company, or the schedule row's
*> vendor - the same test PGM33 and PGM05 make against
*> this calendar.
*>------------------------------------------------
    MOVE SPACE TO WS-Maint-Test-Stamp.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
           WS-Expect-Now-HHMM       DELIMITED BY SIZE
      INTO WS-Maint-Test-Stamp
    END-STRING.
    MOVE WS-Company-Code(WS-Co-Idx)   TO WS-Maint-Test-Company.
    MOVE WS-Expect-Vendor(WS-Exp-Idx) TO WS-Maint-Test-Vendor.

    MOVE ZERO TO WS-Maint-Hit.

    IF  WS-Maint-Count > ZERO
        PERFORM 2641-Check-One-Maint-Row
          VARYING WS-Mnt-Idx FROM 1 BY 1
            UNTIL WS-Mnt-Idx > WS-Maint-Count
               OR WS-Maint-Hit > ZERO
    END-IF.

*>------------------------------------------------
2641-Check-One-Maint-Row.
*>------------------------------------------------
    IF  WS-Maint-Start(WS-Mnt-Idx) <= WS-Maint-Test-Stamp
    AND WS-Maint-End(WS-Mnt-Idx)   >  WS-Maint-Test-Stamp
        EVALUATE TRUE
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "A"
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "C"
             AND WS-Maint-Test-Company NOT = SPACE
             AND FUNCTION UPPER-CASE
                   (WS-Maint-Scope-Value(WS-Mnt-Idx))
               = FUNCTION UPPER-CASE(WS-Maint-Test-Company)
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN WS-Maint-Scope(WS-Mnt-Idx) = "V"
             AND WS-Maint-Test-Vendor NOT = SPACE
             AND FUNCTION UPPER-CASE
                   (WS-Maint-Scope-Value(WS-Mnt-Idx))
               = FUNCTION UPPER-CASE(WS-Maint-Test-Vendor)
                SET WS-Maint-Hit TO WS-Mnt-Idx
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*>------------------------------------------------
265-Log-Deferred-Miss.
*>------------------------------------------------
*> The miss 263 would have raised, written instead to
*> ./logs/maint-suppressed.log under the covering
*> window, once per window per date, for PGM05's close-
*> out summary - plus a plain log line so the run still
*> shows it.
*>------------------------------------------------
    ADD 1 TO WS-Expect-Deferred-Count.

    MOVE SPACE TO WS-MSG.
    STRING "expected file missing: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Expect-Pattern(WS-Exp-Idx))
             DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Expect-Vendor(WS-Exp-Idx))
             DELIMITED BY SIZE
           ") due by " DELIMITED BY SIZE
           WS-Expect-Cutoff(WS-Exp-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
             DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

    MOVE SPACE TO Msg OF WS-Log-Line.
    STRING "maintenance " DELIMITED BY SIZE
           WS-Maint-ID(WS-Maint-Hit) DELIMITED BY SIZE
           " deferred: " DELIMITED BY SIZE
           WS-MSG DELIMITED BY SIZE
      INTO Msg OF WS-Log-Line
    END-STRING.
    PERFORM 910-Write-Log-Line.

    MOVE SPACE TO WS-Maint-Sup-Row.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Msp-Date
    END-STRING.
    STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Msp-Time
    END-STRING.
    MOVE WS-Maint-ID(WS-Maint-Hit) TO WS-Msp-Window-ID.
    MOVE WS-Pgm-ID TO WS-Msp-Pgm-ID.
    MOVE WS-MSG    TO WS-Msp-Text.

    MOVE SPACE TO WS-Maint-Suppress-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "maint-suppressed.log" DELIMITED BY SIZE
      INTO WS-Maint-Suppress-Path
    END-STRING.

    MOVE "N" TO WS-Msp-Dup-Sw.
    MOVE "N" TO WS-EOF-MSP.
    OPEN INPUT Maint-Suppress-File.
    IF  WS-StatusMSP = "00"
        PERFORM 2651-Check-Suppress-Dup
          UNTIL Maint-Suppress-EOF
             OR WS-Msp-Is-Dup
        CLOSE Maint-Suppress-File
    END-IF.

    IF  NOT WS-Msp-Is-Dup
        OPEN EXTEND Maint-Suppress-File
        IF  WS-StatusMSP NOT = "00"
            OPEN OUTPUT Maint-Suppress-File
        END-IF
        IF  WS-StatusMSP = "00"
            WRITE Maint-Suppress-Line
              FROM WS-Maint-Sup-Row
            END-WRITE
            CLOSE Maint-Suppress-File
        END-IF
    END-IF.

*>------------------------------------------------
2651-Check-Suppress-Dup.
*>------------------------------------------------
*> Same row already on file - same date, window,
*> program and text (the time of day aside).
*>------------------------------------------------
    READ Maint-Suppress-File
        AT END
            MOVE "Y" TO WS-EOF-MSP
        NOT AT END
            IF  Maint-Suppress-Line(1 : 8)
                  = WS-Maint-Sup-Row(1 : 8)
            AND Maint-Suppress-Line(17 : 104)
                  = WS-Maint-Sup-Row(17 : 104)
                MOVE "Y" TO WS-Msp-Dup-Sw
            END-IF
    END-READ.

*>------------------------------------------------
270-Persist-Moved-Count.
*>------------------------------------------------
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
