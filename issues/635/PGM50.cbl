*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM50.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Data-warehouse change extract.
*> Instead of a nightly full copy of transaction-
*> master.dat for the warehouse to diff, each consumer
*> named in ./reports/dw-consumers.cfg (the one
*> consumer "DWH" when there is no file) gets only the
*> master rows posted since its high-water mark - the
*> last document number and run it was sent, per
*> company, kept in ./reports/dw-extract-marks.dat.
*> Document numbers come off the per-company posting
*> sequence and only ever climb, so "above the mark" is
*> exactly "added since": new postings, PGM40's
*> reversal documents and PGM43's opening balances
*> alike.  Each delta is a fixed-layout file under the
*> company's ./outbound with a header and a control
*> trailer; it is read back and its totals proven
*> before it is renamed into place, and the mark moves
*> only after that.  A delta that fails its proof is
*> withdrawn, alerted, and the same rows go again on
*> the next run.  Runs after PGM15 (and PGM40/PGM43
*> when they run) in the nightly chain.
*> A consumer on ./reports/recipient-keys.cfg gets its
*> delta sealed (.pgp), the clear copy kept in ./files/
*> sent; a required key that is unusable withholds the
*> delta and leaves the mark where it was.
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
COPY "./copybooks/DW-Consumer-Select.cpy".
COPY "./copybooks/DW-Mark-Select.cpy".
COPY "./copybooks/DW-Delta-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Recipient-Key-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Log-File-FD.cpy".
COPY "./copybooks/Error-Log-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/DW-Consumer-FD.cpy".
COPY "./copybooks/DW-Mark-FD.cpy".
COPY "./copybooks/DW-Delta-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Recipient-Key-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM50".

01  WS-STATUS                   PIC X(02) VALUE SPACE.
01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Log-File-WS.cpy".

COPY "./copybooks/Error-Log-WS.cpy".

*> WS-Day-Of-Week/WS-Business-Day-YMD scratch fields for
*> 113-Compute-Log-Week-Fields, same as PGM01's use of
*> this copybook.
COPY "./copybooks/Holiday-Tbl.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/DW-Delta-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Recipient-Key-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Extract-Sweep-EOF        VALUE "Y".

*> one stamp for every file this run writes, so a run's
*> deltas across companies share a name.
01  WS-Dwx-Run-Stamp             PIC X(15) VALUE SPACE.
01  WS-Dwx-Created               PIC X(14) VALUE SPACE.

01  WS-Dwx-Delta-Open-Sw         PIC X(01) VALUE "N".
    88  WS-Dwx-Delta-Open        VALUE "Y".

01  WS-Dwx-Released-Count        PIC 9(03) VALUE ZERO.
01  WS-Dwx-Withheld-Count        PIC 9(03) VALUE ZERO.
01  WS-Dwx-Count-Edit            PIC Z(08)9 VALUE ZERO.
01  WS-Dwx-Amount-Edit           PIC -Z(14)9.99 VALUE ZERO.

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
*> in this system, so PGM00B can CALL PGM50 after the
*> posting steps with the same variables on hand.  A
*> withheld delta ends the run with the WARNING return
*> (4) so the chain can be told to carry on past it or
*> stop.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 110-Open-Logs.

    PERFORM 050-Process-One-Consumer
      VARYING WS-Dwc-Idx FROM 1 BY 1
        UNTIL WS-Dwc-Idx > WS-Dwc-Count.

    IF  WS-Dwx-Withheld-Count > ZERO
        MOVE 4 TO WS-Return
        MOVE "PGM50 delta withheld - control totals did not prove"
          TO WS-Return-Msg
    ELSE
        MOVE ZERO TO WS-Return
        MOVE "PGM50 completed successfully" TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM50 data-warehouse change extract complete"
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
*> 090-Init-Root-Path, so the extract reads each
*> company's master exactly where posting wrote it.
*> Consumers and marks live at the base ./reports.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Dwx-Run-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           "-"         DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Dwx-Run-Stamp
    END-STRING.
    MOVE SPACE TO WS-Dwx-Created.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Dwx-Created
    END-STRING.

    MOVE SPACE TO WS-DW-Consumer-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dw-consumers.cfg" DELIMITED BY SIZE
      INTO WS-DW-Consumer-Path
    END-STRING.

    MOVE SPACE TO WS-DW-Mark-Live-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dw-extract-marks.dat" DELIMITED BY SIZE
      INTO WS-DW-Mark-Live-Path
    END-STRING.

    MOVE SPACE TO WS-DW-Mark-Work-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dw-extract-marks.new" DELIMITED BY SIZE
      INTO WS-DW-Mark-Work-Path
    END-STRING.

    PERFORM 091-Load-Dir-Table.

    PERFORM 097-Load-Company-Table.

    PERFORM 080-Load-Consumers.

    PERFORM 085-Load-Marks.

    PERFORM 082-Load-Recipient-Keys.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>------------------------------------------------
080-Load-Consumers.
*>------------------------------------------------
*> Enabled rows of ./reports/dw-consumers.cfg, in file
*> order.  No file (or no enabled row) is the single
*> consumer "DWH" across every company - the warehouse
*> this extract was first built for.
*>------------------------------------------------
    MOVE ZERO TO WS-Dwc-Count.

    MOVE "N" TO WS-EOF-DWC.
    OPEN INPUT DW-Consumer-File.
    IF  WS-StatusDWC = "00"
        PERFORM 081-Read-Consumer-Row
          UNTIL DW-Consumer-EOF
        CLOSE DW-Consumer-File
    END-IF.

    IF  WS-Dwc-Count = ZERO
        MOVE 1 TO WS-Dwc-Count
        MOVE "DWH" TO WS-Dwc-Consumer(1)
        MOVE SPACE TO WS-Dwc-Company(1)
    END-IF.

*>------------------------------------------------
081-Read-Consumer-Row.
*>------------------------------------------------
    READ DW-Consumer-File
        AT END
            MOVE "Y" TO WS-EOF-DWC
        NOT AT END
            IF  DWC-Consumer NOT = SPACE
            AND DWC-Enabled = "Y"
            AND WS-Dwc-Count < 20
                ADD 1 TO WS-Dwc-Count
                SET WS-Dwc-Idx TO WS-Dwc-Count
                MOVE DWC-Consumer TO WS-Dwc-Consumer(WS-Dwc-Idx)
                MOVE DWC-Company  TO WS-Dwc-Company(WS-Dwc-Idx)
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
085-Load-Marks.
*>------------------------------------------------
*> Every mark on file.  A consumer/company pair with no
*> mark yet has never been sent anything - its first
*> delta carries the whole master.
*>------------------------------------------------
    MOVE ZERO TO WS-Dwm-Count.

    MOVE WS-DW-Mark-Live-Path TO WS-DW-Mark-Path.
    MOVE "N" TO WS-EOF-DWM.
    OPEN INPUT DW-Mark-File.
    IF  WS-StatusDWM = "00"
        PERFORM 086-Read-Mark-Row
          UNTIL DW-Mark-EOF
        CLOSE DW-Mark-File
    END-IF.

*>------------------------------------------------
086-Read-Mark-Row.
*>------------------------------------------------
    READ DW-Mark-File
        AT END
            MOVE "Y" TO WS-EOF-DWM
        NOT AT END
            IF  DWM-Consumer NOT = SPACE
            AND WS-Dwm-Count < 100
                ADD 1 TO WS-Dwm-Count
                SET WS-Dwm-Idx TO WS-Dwm-Count
                MOVE DWM-Consumer    TO WS-Dwm-Consumer(WS-Dwm-Idx)
                MOVE DWM-Company     TO WS-Dwm-Company(WS-Dwm-Idx)
                MOVE DWM-Last-Run-ID TO WS-Dwm-Last-Run-ID(WS-Dwm-Idx)
                IF  DWM-Last-Doc IS NUMERIC
                    MOVE DWM-Last-Doc TO WS-Dwm-Last-Doc(WS-Dwm-Idx)
                ELSE
                    MOVE ZERO TO WS-Dwm-Last-Doc(WS-Dwm-Idx)
                END-IF
                MOVE DWM-Stamp       TO WS-Dwm-Stamp(WS-Dwm-Idx)
                MOVE DWM-Last-File   TO WS-Dwm-Last-File(WS-Dwm-Idx)
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
        MOVE "PGM50 data-warehouse change extract begin job"
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
050-Process-One-Consumer.
*>------------------------------------------------
*> One consumer across every company on the master
*> (or the one company its row names).
*>------------------------------------------------
    PERFORM 055-Process-One-Company
      THRU 055-Process-Exit
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

*>------------------------------------------------
055-Process-One-Company.
*>------------------------------------------------
*> Re-root the per-company TBL-Path-Name entries under
*> this company's own root segment, the same way
*> PGM15's 055-Process-One-Company does, then cut this
*> consumer's delta for the company.
*>------------------------------------------------
    IF  WS-Dwc-Company(WS-Dwc-Idx) NOT = SPACE
    AND WS-Dwc-Company(WS-Dwc-Idx) NOT = WS-Company-Code(WS-Co-Idx)
        GO TO 055-Process-Exit
    END-IF.

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

    PERFORM 200-Extract-Company
      THRU 200-Extract-Exit.

*>------------------------------------------------
055-Process-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
200-Extract-Company.
*>------------------------------------------------
*> One delta for this consumer and company: every
*> master row above the mark into a work file, header
*> first and control trailer last, then the file is
*> proven and either released (and the mark moved) or
*> withdrawn.  A run with nothing new still releases a
*> header and a zero trailer, so the loader can tell
*> "nothing posted" from "extract never ran".
*>------------------------------------------------
    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-DW-Delta-Name.
    STRING "dw-delta-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-Dwx-Run-Stamp DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-DW-Delta-Name
    END-STRING.

    MOVE SPACE TO WS-DW-Delta-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound)) DELIMITED BY SIZE
           FUNCTION TRIM(WS-DW-Delta-Name) DELIMITED BY SIZE
      INTO WS-DW-Delta-Path
    END-STRING.

    MOVE SPACE TO WS-DW-Delta-Work-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound)) DELIMITED BY SIZE
           "dw-delta-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-Dwx-Run-Stamp DELIMITED BY SIZE
           ".wrk" DELIMITED BY SIZE
      INTO WS-DW-Delta-Work-Path
    END-STRING.

*>  a consumer enrolled on the recipient key table gets
*>  its delta sealed - the work file is then built in
*>  ./files/sent, never in ./outbound.
    MOVE WS-Dwc-Consumer(WS-Dwc-Idx) TO WS-Rcp-Code.
    MOVE TBL-Path-Name(TBL-dir-outbound) TO WS-Rcp-Dest-Dir.
    MOVE WS-DW-Delta-Name TO WS-Rcp-File-Name.
    PERFORM 265-Prepare-Recipient-Send.
    IF  WS-Rcp-Found
        MOVE SPACE TO WS-DW-Delta-Work-Path
        STRING FUNCTION TRIM(WS-Rcp-Spool-Dir) DELIMITED BY SIZE
               "dw-delta-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-Dwx-Run-Stamp DELIMITED BY SIZE
               ".wrk" DELIMITED BY SIZE
          INTO WS-DW-Delta-Work-Path
        END-STRING
    END-IF.

    PERFORM 205-Find-Mark.

    MOVE ZERO  TO WS-Dwd-Row-Count
                  WS-Dwd-Rev-Count
                  WS-Dwd-Amount-Total
                  WS-Dwd-Low-Doc
                  WS-Dwd-High-Doc.
    MOVE SPACE TO WS-Dwd-High-Run-ID.
    MOVE "N" TO WS-Dwx-Delta-Open-Sw
                WS-Trans-Master-Open-Sw.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
*>      no master yet means PGM15 has never posted
*>      here - nothing to send.
        GO TO 200-Extract-Exit
    END-IF.
    MOVE "Y" TO WS-Trans-Master-Open-Sw.

    OPEN OUTPUT DW-Delta-File.
    IF  WS-StatusDWD NOT = "00"
        MOVE SPACE TO WS-MSG
        STRING "dw extract: unable to open the work delta for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 260-Withhold-Delta
        PERFORM 290-Close-Company-Files
        GO TO 200-Extract-Exit
    END-IF.
    MOVE "Y" TO WS-Dwx-Delta-Open-Sw.

    MOVE WS-Dwc-Consumer(WS-Dwc-Idx) TO WS-Dwd-Hdr-Consumer.
    MOVE WS-Company-Code(WS-Co-Idx)  TO WS-Dwd-Hdr-Company.
    IF  WS-Dwm-Hit > ZERO
        MOVE WS-Dwm-Last-Run-ID(WS-Dwm-Hit) TO WS-Dwd-Hdr-From-Run-ID
        MOVE WS-Dwm-Last-Doc(WS-Dwm-Hit)    TO WS-Dwd-Hdr-From-Doc
    ELSE
        MOVE SPACE TO WS-Dwd-Hdr-From-Run-ID
        MOVE ZERO  TO WS-Dwd-Hdr-From-Doc
    END-IF.
    MOVE WS-Dwx-Created TO WS-Dwd-Hdr-Created.
    MOVE WS-Run-ID      TO WS-Dwd-Hdr-Run-ID.
    WRITE DW-Delta-Line FROM WS-Dwd-Header.

    MOVE "N" TO WS-EOF-TRM.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE LOW-VALUE                  TO TM-Post-Date.
    MOVE ZERO                       TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-TRM
    END-START.

    PERFORM 210-Extract-One-Row
      UNTIL Extract-Sweep-EOF.

    MOVE WS-Dwc-Consumer(WS-Dwc-Idx) TO WS-Dwd-Trl-Consumer.
    MOVE WS-Company-Code(WS-Co-Idx)  TO WS-Dwd-Trl-Company.
    MOVE WS-Dwd-Row-Count            TO WS-Dwd-Trl-Rows.
    MOVE WS-Dwd-Rev-Count            TO WS-Dwd-Trl-Reversals.
    MOVE WS-Dwd-Amount-Total         TO WS-Dwd-Trl-Amount.
    MOVE WS-Dwd-Low-Doc              TO WS-Dwd-Trl-Low-Doc.
    MOVE WS-Dwd-High-Doc             TO WS-Dwd-Trl-High-Doc.
    MOVE WS-Dwd-High-Run-ID          TO WS-Dwd-Trl-High-Run-ID.
    WRITE DW-Delta-Line FROM WS-Dwd-Trailer.

    MOVE "N" TO WS-Dwx-Delta-Open-Sw.
    CLOSE DW-Delta-File.

    PERFORM 250-Prove-Delta
      THRU 250-Prove-Exit.

    IF  WS-Dwd-Proof-OK
        PERFORM 270-Release-Delta
          THRU 270-Release-Exit
    ELSE
        PERFORM 260-Withhold-Delta
    END-IF.

    PERFORM 290-Close-Company-Files.

*>------------------------------------------------
200-Extract-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
205-Find-Mark.
*>------------------------------------------------
*> This consumer/company pair's row in the mark table,
*> or WS-Dwm-Hit zero when it has never been sent
*> anything.
*>------------------------------------------------
    MOVE ZERO TO WS-Dwm-Hit.

    PERFORM 206-Match-One-Mark
      VARYING WS-Dwm-Idx FROM 1 BY 1
        UNTIL WS-Dwm-Idx > WS-Dwm-Count
           OR WS-Dwm-Hit > ZERO.

*>------------------------------------------------
206-Match-One-Mark.
*>------------------------------------------------
    IF  WS-Dwm-Consumer(WS-Dwm-Idx) = WS-Dwc-Consumer(WS-Dwc-Idx)
    AND WS-Dwm-Company(WS-Dwm-Idx)  = WS-Company-Code(WS-Co-Idx)
        SET WS-Dwm-Hit TO WS-Dwm-Idx
    END-IF.

*>------------------------------------------------
210-Extract-One-Row.
*>------------------------------------------------
*> One transaction master row per READ NEXT, for as
*> long as the key stays on this company.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Company-Code(WS-Co-Idx)
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  WS-Dwm-Hit = ZERO
                OR  TM-Doc-Number > WS-Dwm-Last-Doc(WS-Dwm-Hit)
                    PERFORM 220-Write-Delta-Row
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
220-Write-Delta-Row.
*>------------------------------------------------
*> The row as the master holds it, plus the tallies
*> the trailer promises.
*>------------------------------------------------
    MOVE SPACE TO WS-Dwd-Detail.
    MOVE "D" TO WS-Dwd-Det-Type.
    IF  TM-Entry-Type = SPACE
        MOVE "P" TO WS-Dwd-Det-Kind
    ELSE
        MOVE TM-Entry-Type TO WS-Dwd-Det-Kind
    END-IF.
    MOVE TM-Company        TO WS-Dwd-Det-Company.
    MOVE TM-Post-Date      TO WS-Dwd-Det-Post-Date.
    MOVE TM-Doc-Number     TO WS-Dwd-Det-Doc-Number.
    MOVE TM-Run-ID         TO WS-Dwd-Det-Run-ID.
    MOVE TM-Amount         TO WS-Dwd-Det-Amount.
    MOVE TM-Vendor-Code    TO WS-Dwd-Det-Vendor.
    MOVE TM-Delimiter      TO WS-Dwd-Det-Delimiter.
    IF  TM-Reverses-Doc IS NUMERIC
        MOVE TM-Reverses-Doc TO WS-Dwd-Det-Reverses-Doc
    ELSE
        MOVE ZERO TO WS-Dwd-Det-Reverses-Doc
    END-IF.
    IF  TM-Reversed-By-Doc IS NUMERIC
        MOVE TM-Reversed-By-Doc TO WS-Dwd-Det-Reversed-By
    ELSE
        MOVE ZERO TO WS-Dwd-Det-Reversed-By
    END-IF.
    MOVE TM-Orig-Post-Date TO WS-Dwd-Det-Orig-Date.
    MOVE TM-GL-Account     TO WS-Dwd-Det-GL-Account.
    MOVE TM-Business-Ref   TO WS-Dwd-Det-Business-Ref.
    MOVE TM-Source-File    TO WS-Dwd-Det-Source-File.
    MOVE TM-Record-Data    TO WS-Dwd-Det-Record-Data.
    WRITE DW-Delta-Line FROM WS-Dwd-Detail.

    ADD 1 TO WS-Dwd-Row-Count.
    IF  TM-Is-Reversal
        ADD 1 TO WS-Dwd-Rev-Count
    END-IF.
    ADD TM-Amount TO WS-Dwd-Amount-Total.

    IF  WS-Dwd-Low-Doc = ZERO
    OR  TM-Doc-Number < WS-Dwd-Low-Doc
        MOVE TM-Doc-Number TO WS-Dwd-Low-Doc
    END-IF.
    IF  TM-Doc-Number > WS-Dwd-High-Doc
        MOVE TM-Doc-Number TO WS-Dwd-High-Doc
        MOVE TM-Run-ID     TO WS-Dwd-High-Run-ID
    END-IF.

*>------------------------------------------------
250-Prove-Delta.
*>------------------------------------------------
*> Read the closed work file back: exactly one header,
*> first; exactly one trailer, last; and the detail
*> rows and their amounts must add up to both what was
*> written and what the trailer says.  Only then is
*> the file the warehouse's to load.
*>------------------------------------------------
    MOVE "N"   TO WS-Dwd-Proof-Sw.
    MOVE ZERO  TO WS-Dwd-Chk-Rows
                  WS-Dwd-Chk-Amount
                  WS-Dwd-Chk-Headers
                  WS-Dwd-Chk-Trailers.
    MOVE SPACE TO WS-Dwd-Chk-Last-Type.

    MOVE "N" TO WS-EOF-DWD.
    OPEN INPUT DW-Delta-File.
    IF  WS-StatusDWD NOT = "00"
        MOVE SPACE TO WS-MSG
        STRING "dw extract: work delta unreadable for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        GO TO 250-Prove-Exit
    END-IF.

    PERFORM 251-Prove-One-Line
      UNTIL DW-Delta-EOF.

    CLOSE DW-Delta-File.

    IF  WS-Dwd-Chk-Headers  = 1
    AND WS-Dwd-Chk-Trailers = 1
    AND WS-Dwd-Chk-Last-Type = "T"
    AND WS-Dwd-Chk-Rows   = WS-Dwd-Row-Count
    AND WS-Dwd-Chk-Rows   = WS-Dwd-Trl-Rows
    AND WS-Dwd-Chk-Amount = WS-Dwd-Amount-Total
    AND WS-Dwd-Chk-Amount = WS-Dwd-Trl-Amount
        MOVE "Y" TO WS-Dwd-Proof-Sw
    ELSE
        MOVE WS-Dwd-Chk-Rows TO WS-Dwx-Count-Edit
        MOVE SPACE TO WS-MSG
        STRING "dw extract: control totals did not prove for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwx-Count-Edit) DELIMITED BY SIZE
               " rows read back)" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    END-IF.

*>------------------------------------------------
250-Prove-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
251-Prove-One-Line.
*>------------------------------------------------
    READ DW-Delta-File
        AT END
            MOVE "Y" TO WS-EOF-DWD
        NOT AT END
            EVALUATE DW-Delta-Line(1:1)
                WHEN "H"
                    IF  WS-Dwd-Chk-Last-Type = SPACE
                        ADD 1 TO WS-Dwd-Chk-Headers
                    ELSE
                        ADD 2 TO WS-Dwd-Chk-Headers
                    END-IF
                WHEN "D"
                    MOVE DW-Delta-Line TO WS-Dwd-Detail
                    ADD 1 TO WS-Dwd-Chk-Rows
                    ADD WS-Dwd-Det-Amount TO WS-Dwd-Chk-Amount
                WHEN "T"
                    MOVE DW-Delta-Line TO WS-Dwd-Trailer
                    ADD 1 TO WS-Dwd-Chk-Trailers
                WHEN OTHER
                    ADD 2 TO WS-Dwd-Chk-Headers
            END-EVALUATE
            MOVE DW-Delta-Line(1:1) TO WS-Dwd-Chk-Last-Type
    END-READ.

*>------------------------------------------------
260-Withhold-Delta.
*>------------------------------------------------
*> Nothing goes to the warehouse for this consumer and
*> company this run: the work file is thrown away, the
*> mark stays where it was (so the same rows go again
*> next run), and the failure is raised as an ERROR
*> line and an alert.  WS-MSG carries the reason.
*>------------------------------------------------
    ADD 1 TO WS-Dwx-Withheld-Count.

    IF  WS-Dwx-Delta-Open
        MOVE "N" TO WS-Dwx-Delta-Open-Sw
        CLOSE DW-Delta-File
    END-IF.

    CALL "CBL_DELETE_FILE"
        USING WS-DW-Delta-Work-Path
    END-CALL.

    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "260-WITHHOLD-DELTA" TO WS-Log-Source-Para.
    MOVE 9139 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 280-Raise-Extract-Alert.

*>------------------------------------------------
265-Prepare-Recipient-Send.
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
        PERFORM 2651-Match-One-Recipient-Key
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
2651-Match-One-Recipient-Key.
*>------------------------------------------------
    IF  FUNCTION UPPER-CASE(WS-Rcp-Recipient(WS-Rcp-Idx))
      = FUNCTION UPPER-CASE(WS-Rcp-Code)
        MOVE "Y" TO WS-Rcp-Found-Sw
        SET WS-Rcp-Hit TO WS-Rcp-Idx
    END-IF.

*>------------------------------------------------
2652-Seal-Outbound-File.
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
            GO TO 2652-Seal-Exit
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
            MOVE "2652-SEAL-OUTBOUND" TO WS-Log-Source-Para
            MOVE 9144 TO WS-Log-Event-Code
            MOVE WS-MSG TO WS-Log-Struct-Text
            PERFORM 911-Write-Log-Struct-Line
            GO TO 2652-Seal-Exit
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
    MOVE "2652-SEAL-OUTBOUND" TO WS-Log-Source-Para.
    MOVE 9143 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 280-Raise-Extract-Alert.

*>------------------------------------------------
2652-Seal-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
270-Release-Delta.
*>------------------------------------------------
*> Work name renamed into place, then - and only
*> then - the mark moves up to the highest document
*> the file carries.  A rename that fails leaves the
*> mark alone, same as a failed proof.  For a sealed
*> consumer the clear delta is renamed into ./files/
*> sent and the sealed copy is what lands; a blocked
*> send is withheld the same way (the seal step has
*> already raised it), so the rows go again next run.
*>------------------------------------------------
    IF  WS-Rcp-Found
        CALL "CBL_RENAME_FILE"
          USING WS-DW-Delta-Work-Path
                WS-Rcp-Clear-Path
        END-CALL
        IF  Return-Code = ZERO
            PERFORM 2652-Seal-Outbound-File
              THRU 2652-Seal-Exit
            IF  WS-Rcp-Blocked
                ADD 1 TO WS-Dwx-Withheld-Count
                GO TO 270-Release-Exit
            END-IF
            MOVE ZERO TO Return-Code
        END-IF
    ELSE
        CALL "CBL_RENAME_FILE"
          USING WS-DW-Delta-Work-Path
                WS-DW-Delta-Path
        END-CALL
    END-IF.

    IF  Return-Code NOT = ZERO
        MOVE SPACE TO WS-MSG
        STRING "dw extract: rename into ./outbound failed for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 260-Withhold-Delta
        GO TO 270-Release-Exit
    END-IF.

    ADD 1 TO WS-Dwx-Released-Count.

    IF  WS-Dwd-High-Doc > ZERO
        PERFORM 275-Advance-Mark
          THRU 275-Advance-Exit
    END-IF.

    MOVE WS-Dwd-Row-Count    TO WS-Dwx-Count-Edit.
    MOVE WS-Dwd-Amount-Total TO WS-Dwx-Amount-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "dw delta released: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dwc-Consumer(WS-Dwc-Idx)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dwx-Count-Edit) DELIMITED BY SIZE
           " rows, total " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dwx-Amount-Edit) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
270-Release-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
275-Advance-Mark.
*>------------------------------------------------
*> Move this pair's mark in the table (adding the row
*> on a first extract), then put the whole table back
*> on file under a work name renamed over the live
*> one, so a failed write never loses the other marks.
*>------------------------------------------------
    IF  WS-Dwm-Hit = ZERO
        IF  WS-Dwm-Count < 100
            ADD 1 TO WS-Dwm-Count
            MOVE WS-Dwm-Count TO WS-Dwm-Hit
            MOVE WS-Dwc-Consumer(WS-Dwc-Idx) TO WS-Dwm-Consumer(WS-Dwm-Hit)
            MOVE WS-Company-Code(WS-Co-Idx)  TO WS-Dwm-Company(WS-Dwm-Hit)
        ELSE
            MOVE "dw extract: mark table full - mark not advanced"
              TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line
            GO TO 275-Advance-Exit
        END-IF
    END-IF.

    MOVE WS-Dwd-High-Run-ID TO WS-Dwm-Last-Run-ID(WS-Dwm-Hit).
    MOVE WS-Dwd-High-Doc    TO WS-Dwm-Last-Doc(WS-Dwm-Hit).
    MOVE WS-Dwx-Created     TO WS-Dwm-Stamp(WS-Dwm-Hit).
    MOVE WS-DW-Delta-Name   TO WS-Dwm-Last-File(WS-Dwm-Hit).

    MOVE WS-DW-Mark-Work-Path TO WS-DW-Mark-Path.
    OPEN OUTPUT DW-Mark-File.
    IF  WS-StatusDWM NOT = "00"
        MOVE "dw extract: unable to write the mark file - next run resends"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        GO TO 275-Advance-Exit
    END-IF.

    PERFORM 276-Write-One-Mark
      VARYING WS-Dwm-Idx FROM 1 BY 1
        UNTIL WS-Dwm-Idx > WS-Dwm-Count.

    CLOSE DW-Mark-File.

    CALL "CBL_RENAME_FILE"
      USING WS-DW-Mark-Work-Path
            WS-DW-Mark-Live-Path
    END-CALL.

*>------------------------------------------------
275-Advance-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
276-Write-One-Mark.
*>------------------------------------------------
    MOVE SPACE TO DW-Mark-Line.
    MOVE WS-Dwm-Consumer(WS-Dwm-Idx)    TO DWM-Consumer.
    MOVE WS-Dwm-Company(WS-Dwm-Idx)     TO DWM-Company.
    MOVE WS-Dwm-Last-Run-ID(WS-Dwm-Idx) TO DWM-Last-Run-ID.
    MOVE WS-Dwm-Last-Doc(WS-Dwm-Idx)    TO DWM-Last-Doc.
    MOVE WS-Dwm-Stamp(WS-Dwm-Idx)       TO DWM-Stamp.
    MOVE WS-Dwm-Last-File(WS-Dwm-Idx)   TO DWM-Last-File.
    WRITE DW-Mark-Line.

*>------------------------------------------------
280-Raise-Extract-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row PGM39's 280-Raise-
*> Journal-Alert drops - a withheld delta is a
*> warehouse load that will not happen tonight.
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
    IF  WS-Dwx-Delta-Open
        MOVE "N" TO WS-Dwx-Delta-Open-Sw
        CLOSE DW-Delta-File
    END-IF.

    IF  WS-Trans-Master-Open
        MOVE "N" TO WS-Trans-Master-Open-Sw
        CLOSE Trans-Master-File
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

END PROGRAM PGM50.
