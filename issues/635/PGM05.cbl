*> timestamp, leaves failures pending with a bumped
*> attempt count for the next run, and escalates a row
*> that keeps failing past the attempt limit.
*> Honors the planned-maintenance calendar (PGM49):
*> rows raised inside an all-scope window are held, not
*> paged; nothing is delivered while one is open; and
*> when a window closes, one summary report and one
*> alert list everything it held or suppressed.
*> Routes each alert to whoever the on-call rota in
*> ./reports/oncall-rota.cfg has on duty for its
*> company and severity, and pages the secondary and
*> then the manager tier when the work item it opened
*> sits unacknowledged in PGM26 past the rota's limit.
*> A work item of a severity ./reports/ticket-sync.cfg
*> tickets is opened in the corporate ITSM tool too
*> (PGM63), and carries the ticket number from then on.
*> CALLed at the end of PGM00B's chain.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

COPY "./copybooks/Alert-Queue-New-Select.cpy".
COPY "./copybooks/Alert-Dispatch-Cfg-Select.cpy".
COPY "./copybooks/Work-Item-Select.cpy".
COPY "./copybooks/Maint-Window-Select.cpy".
COPY "./copybooks/Maint-Suppress-Select.cpy".
COPY "./copybooks/Maint-Summary-Select.cpy".
COPY "./copybooks/Maint-Rpt-Select.cpy".
COPY "./copybooks/Oncall-Rota-Select.cpy".
COPY "./copybooks/Event-Code-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Alert-Queue-New-FD.cpy".
COPY "./copybooks/Alert-Dispatch-Cfg-FD.cpy".
COPY "./copybooks/Work-Item-FD.cpy".
COPY "./copybooks/Maint-Window-FD.cpy".
COPY "./copybooks/Maint-Suppress-FD.cpy".
COPY "./copybooks/Maint-Summary-FD.cpy".
COPY "./copybooks/Maint-Rpt-FD.cpy".
COPY "./copybooks/Oncall-Rota-FD.cpy".
COPY "./copybooks/Event-Code-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Work-Item-WS.cpy".

COPY "./copybooks/Maint-Window-WS.cpy".

COPY "./copybooks/Maint-Suppress-WS.cpy".

COPY "./copybooks/Maint-Summary-WS.cpy".

COPY "./copybooks/Maint-Rpt-WS.cpy".

COPY "./copybooks/Oncall-Rota-WS.cpy".

COPY "./copybooks/Event-Code-WS.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Ticket-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

*> work-item aging - open items older than this many
01  WS-Wki-Row-YMD               PIC 9(08) VALUE ZERO.
01  WS-Wki-Now-Int               PIC 9(12) VALUE ZERO.

*> maintenance calendar state for this pass - the minute
*> it runs at, the all-scope window open now (zero when
*> none is), and the calendar row being summarized.
01  WS-Mnt-Now-Stamp             PIC X(12) VALUE SPACE.
01  WS-Mnt-Open-Hit              PIC 9(02) VALUE ZERO.
01  WS-Mnt-Sum-Idx               PIC 9(02) VALUE ZERO.
01  WS-Mnt-Row-Stamp             PIC X(12) VALUE SPACE.
01  WS-Mnt-Held-Idx              PIC 9(02) VALUE ZERO.

*> on-call routing for this pass - the second it runs
*> at, the severity the event-code registry gives the
*> row being routed, and the command template with the
*> contact substituted for %TO%.
01  WS-Route-Now-Stamp           PIC X(14) VALUE SPACE.
01  WS-Route-Severity            PIC X(01) VALUE SPACE.
01  WS-Route-Tpl                 PIC X(200) VALUE SPACE.
01  WS-Route-Tpl-Head            PIC X(118) VALUE SPACE.
01  WS-Route-Tpl-Tail            PIC X(118) VALUE SPACE.
01  WS-Route-Head-Len            PIC 9(03) VALUE ZERO.
01  WS-Route-To-Count            PIC 9(02) VALUE ZERO.

*> unacknowledged-item escalation - minutes are counted
*> from day zero so a page that crossed midnight still
*> ages correctly.
01  WS-Esc-Now-Min               PIC 9(12) VALUE ZERO.
01  WS-Esc-Row-Min               PIC 9(12) VALUE ZERO.
01  WS-Esc-Row-YMD               PIC 9(08) VALUE ZERO.
01  WS-Esc-Ack-Minutes           PIC 9(04) VALUE ZERO.
01  WS-Esc-Ack-Edit              PIC Z(03)9.
01  WS-Esc-Next-Tier             PIC X(01) VALUE SPACE.
01  WS-Esc-Next-To               PIC X(40) VALUE SPACE.
01  WS-Esc-Count                 PIC 9(05) VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------

    PERFORM 100-Load-Dispatch-Config.

    PERFORM 150-Load-Maint-Windows.

    PERFORM 170-Load-Routing-Tables.

    PERFORM 400-Summarize-Closed-Windows.

    IF  WS-Alert-Dispatch-Cmd = SPACE
        MOVE "dispatch: no delivery command configured - queue left as-is"
          TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    ELSE
*>      nobody is paged up the rota while a maintenance
*>      window has delivery deferred - the clock restarts
*>      from the first page after it.
        IF  WS-Mnt-Open-Hit = ZERO
            PERFORM 500-Escalate-Unacked-Items
              THRU 500-Escalate-Exit
        END-IF
        PERFORM 200-Dispatch-Queue
    END-IF.

      INTO WS-Work-Item-Path
    END-STRING.

    MOVE SPACE TO WS-Maint-Window-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/maint-window.cfg" DELIMITED BY SIZE
      INTO WS-Maint-Window-Path
    END-STRING.

    MOVE SPACE TO WS-Maint-Suppress-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/maint-suppressed.log" DELIMITED BY SIZE
      INTO WS-Maint-Suppress-Path
    END-STRING.

    MOVE SPACE TO WS-Maint-Summary-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/maint-summary.state" DELIMITED BY SIZE
      INTO WS-Maint-Summary-Path
    END-STRING.

    MOVE SPACE TO WS-Oncall-Rota-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/oncall-rota.cfg" DELIMITED BY SIZE
      INTO WS-Oncall-Rota-Path
    END-STRING.

    MOVE SPACE TO WS-Event-Code-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/event-codes.cfg" DELIMITED BY SIZE
      INTO WS-Event-Code-Path
    END-STRING.

    MOVE SPACE TO WS-Company-Master-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/company-master.cfg" DELIMITED BY SIZE
      INTO WS-Company-Master-Path
    END-STRING.

    ACCEPT WS-Ocr-Ack-Raw FROM ENVIRONMENT "PGM00_ACK_MINUTES"
      END-ACCEPT.
    IF  WS-Ocr-Ack-Raw NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Ocr-Ack-Raw)
          TO WS-Ocr-Default-Ack
    END-IF.

    ACCEPT WS-Wki-Hours-Raw FROM ENVIRONMENT "PGM00_WORKITEM_HOURS"
      END-ACCEPT.
    IF  WS-Wki-Hours-Raw NOT = SPACE

    MOVE WS-Log-ISO-Week TO Log-ISO-Week OF WS-Log-Line.

*>------------------------------------------------
150-Load-Maint-Windows.
*>------------------------------------------------
*> The planned-maintenance calendar PGM49 keeps in
*> ./reports/maint-window.cfg, plus the windows already
*> summarized on an earlier pass.  No calendar means no
*> windows - every row dispatches as it always has.
*>------------------------------------------------
    MOVE ZERO TO WS-Maint-Count.

    MOVE "N" TO WS-EOF-MNW.
    OPEN INPUT Maint-Window-File.
    IF  WS-StatusMNW = "00"
        PERFORM 151-Read-Maint-Row
          UNTIL Maint-Window-EOF
        CLOSE Maint-Window-File
    END-IF.

    MOVE ZERO TO WS-Mss-Count.

    MOVE "N" TO WS-EOF-MSS.
    OPEN INPUT Maint-Summary-File.
    IF  WS-StatusMSS = "00"
        PERFORM 152-Read-Summary-Row
          UNTIL Maint-Summary-EOF
        CLOSE Maint-Summary-File
    END-IF.

    MOVE SPACE TO WS-Mss-Done-Table.
    PERFORM 153-Mark-Summarized-Window
      VARYING WS-Mnt-Sum-Idx FROM 1 BY 1
        UNTIL WS-Mnt-Sum-Idx > WS-Maint-Count.

    MOVE SPACE TO WS-Mnt-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
      INTO WS-Mnt-Now-Stamp
    END-STRING.

    MOVE WS-Mnt-Now-Stamp TO WS-Maint-Test-Stamp.
    PERFORM 160-Find-Maint-Window.
    MOVE WS-Maint-Hit TO WS-Mnt-Open-Hit.

*>------------------------------------------------
151-Read-Maint-Row.
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
152-Read-Summary-Row.
*>------------------------------------------------
    READ Maint-Summary-File
        AT END
            MOVE "Y" TO WS-EOF-MSS
        NOT AT END
            IF  MS-Window-ID NOT = SPACE
            AND WS-Mss-Count < 200
                ADD 1 TO WS-Mss-Count
                SET WS-Mss-Idx TO WS-Mss-Count
                MOVE MS-Window-ID     TO WS-Mss-Window-ID(WS-Mss-Idx)
                MOVE MS-Start         TO WS-Mss-Start(WS-Mss-Idx)
                MOVE MS-Summary-Stamp TO WS-Mss-Stamp(WS-Mss-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
153-Mark-Summarized-Window.
*>------------------------------------------------
    MOVE "N" TO WS-Mss-Found-Sw.

    IF  WS-Mss-Count > ZERO
        PERFORM 154-Match-One-Summary-Row
          VARYING WS-Mss-Idx FROM 1 BY 1
            UNTIL WS-Mss-Idx > WS-Mss-Count
               OR WS-Mss-Found
    END-IF.

    IF  WS-Mss-Found
        MOVE "Y" TO WS-Mss-Done-Sw(WS-Mnt-Sum-Idx)
    END-IF.

*>------------------------------------------------
154-Match-One-Summary-Row.
*>------------------------------------------------
    IF  WS-Mss-Window-ID(WS-Mss-Idx) = WS-Maint-ID(WS-Mnt-Sum-Idx)
    AND WS-Mss-Start(WS-Mss-Idx) = WS-Maint-Start(WS-Mnt-Sum-Idx)
        MOVE "Y" TO WS-Mss-Found-Sw
    END-IF.

*>------------------------------------------------
160-Find-Maint-Window.
*>------------------------------------------------
*> First all-scope calendar row open at WS-Maint-Test-
*> Stamp - the same test PGM33 and PGM01 make against
*> this calendar.  A queue row carries no company or
*> vendor, so a window scoped to one holds nothing back
*> here; those misses were already kept off the queue
*> where they were found.
*>------------------------------------------------
    MOVE ZERO TO WS-Maint-Hit.

    IF  WS-Maint-Count > ZERO
        PERFORM 161-Check-One-Maint-Row
          VARYING WS-Mnt-Idx FROM 1 BY 1
            UNTIL WS-Mnt-Idx > WS-Maint-Count
               OR WS-Maint-Hit > ZERO
    END-IF.

*>------------------------------------------------
161-Check-One-Maint-Row.
*>------------------------------------------------
    IF  WS-Maint-Start(WS-Mnt-Idx) <= WS-Maint-Test-Stamp
    AND WS-Maint-End(WS-Mnt-Idx)   >  WS-Maint-Test-Stamp
    AND WS-Maint-Scope(WS-Mnt-Idx) = "A"
        SET WS-Maint-Hit TO WS-Mnt-Idx
    END-IF.

*>------------------------------------------------
170-Load-Routing-Tables.
*>------------------------------------------------
*> The on-call rota, the event-code registry (for each
*> alert's severity) and the company master (for the
*> company's own CM-Alert-Recipient when no rota row
*> covers an alert).  Any of them missing just narrows
*> the routing - an alert nobody is named for still
*> goes wherever the command template sends it.
*>------------------------------------------------
    MOVE SPACE TO WS-Route-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Route-Now-Stamp
    END-STRING.

    MOVE ZERO TO WS-Ocr-Count.
    MOVE "N" TO WS-EOF-OCR.
    OPEN INPUT Oncall-Rota-File.
    IF  WS-StatusOCR = "00"
        PERFORM 171-Read-Rota-Row
          UNTIL Oncall-Rota-EOF
        CLOSE Oncall-Rota-File
    END-IF.

    MOVE ZERO TO WS-Evc-Count.
    MOVE "N" TO WS-EOF-EVC.
    OPEN INPUT Event-Code-File.
    IF  WS-StatusEVC = "00"
        PERFORM 172-Read-Event-Code-Row
          UNTIL Event-Code-EOF
        CLOSE Event-Code-File
    END-IF.

    MOVE ZERO TO WS-Company-Count.
    MOVE "N" TO WS-EOF-CMF.
    OPEN INPUT Company-Master-File.
    IF  WS-StatusCMF = "00"
        PERFORM 173-Read-Company-Master-Row
          UNTIL Company-Master-EOF
        CLOSE Company-Master-File
    END-IF.

*>------------------------------------------------
171-Read-Rota-Row.
*>------------------------------------------------
    READ Oncall-Rota-File
        AT END
            MOVE "Y" TO WS-EOF-OCR
        NOT AT END
            IF  Oncall-Rota-Line NOT = SPACE
            AND WS-Ocr-Count < 60
                ADD 1 TO WS-Ocr-Count
                SET WS-Ocr-Idx TO WS-Ocr-Count
                MOVE OC-Company   TO WS-Ocr-Company(WS-Ocr-Idx)
                MOVE FUNCTION UPPER-CASE(OC-Severity)
                                  TO WS-Ocr-Severity(WS-Ocr-Idx)
                MOVE OC-From-Date TO WS-Ocr-From-Date(WS-Ocr-Idx)
                MOVE OC-To-Date   TO WS-Ocr-To-Date(WS-Ocr-Idx)
                MOVE OC-Primary   TO WS-Ocr-Primary(WS-Ocr-Idx)
                MOVE OC-Secondary TO WS-Ocr-Secondary(WS-Ocr-Idx)
                MOVE OC-Manager   TO WS-Ocr-Manager(WS-Ocr-Idx)
                IF  OC-Ack-Minutes IS NUMERIC
                    MOVE OC-Ack-Minutes
                      TO WS-Ocr-Ack-Minutes(WS-Ocr-Idx)
                ELSE
                    MOVE ZERO TO WS-Ocr-Ack-Minutes(WS-Ocr-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
172-Read-Event-Code-Row.
*>------------------------------------------------
    READ Event-Code-File
        AT END
            MOVE "Y" TO WS-EOF-EVC
        NOT AT END
            IF  EC-Code IS NUMERIC
            AND WS-Evc-Count < 50
                ADD 1 TO WS-Evc-Count
                SET WS-Evc-Idx TO WS-Evc-Count
                MOVE EC-Code     TO WS-Evc-Code(WS-Evc-Idx)
                MOVE EC-Desc     TO WS-Evc-Desc(WS-Evc-Idx)
                MOVE FUNCTION UPPER-CASE(EC-Severity)
                                 TO WS-Evc-Severity(WS-Evc-Idx)
                MOVE EC-Alertable TO WS-Evc-Alertable(WS-Evc-Idx)
                MOVE EC-Suppress TO WS-Evc-Suppress(WS-Evc-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
173-Read-Company-Master-Row.
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
                MOVE CM-Alert-Recipient TO WS-Company-Alert-To(WS-Co-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
180-Find-Oncall-Row.
*>------------------------------------------------
*> Best rota row covering WS-Ocr-Test-Company/-Severity
*> on WS-Ocr-Test-Date.  Scored one higher than the
*> ranking so that a wildcard-only row (rank zero)
*> still beats no row at all; first row wins a tie.
*>------------------------------------------------
    MOVE ZERO TO WS-Ocr-Hit
                 WS-Ocr-Best-Score.

    IF  WS-Ocr-Count > ZERO
        PERFORM 181-Score-One-Rota-Row
          VARYING WS-Ocr-Idx FROM 1 BY 1
            UNTIL WS-Ocr-Idx > WS-Ocr-Count
    END-IF.

*>------------------------------------------------
181-Score-One-Rota-Row.
*>------------------------------------------------
    MOVE ZERO TO WS-Ocr-Score.

    IF  (WS-Ocr-Company(WS-Ocr-Idx) = SPACE
         OR WS-Ocr-Company(WS-Ocr-Idx) = WS-Ocr-Test-Company)
    AND (WS-Ocr-Severity(WS-Ocr-Idx) = SPACE
         OR WS-Ocr-Severity(WS-Ocr-Idx) = WS-Ocr-Test-Severity)
    AND (WS-Ocr-From-Date(WS-Ocr-Idx) = SPACE
         OR WS-Ocr-From-Date(WS-Ocr-Idx) <= WS-Ocr-Test-Date)
    AND (WS-Ocr-To-Date(WS-Ocr-Idx) = SPACE
         OR WS-Ocr-To-Date(WS-Ocr-Idx) >= WS-Ocr-Test-Date)
        MOVE 1 TO WS-Ocr-Score
        IF  WS-Ocr-Company(WS-Ocr-Idx) NOT = SPACE
            ADD 2 TO WS-Ocr-Score
        END-IF
        IF  WS-Ocr-Severity(WS-Ocr-Idx) NOT = SPACE
            ADD 1 TO WS-Ocr-Score
        END-IF
    END-IF.

    IF  WS-Ocr-Score > WS-Ocr-Best-Score
        MOVE WS-Ocr-Score TO WS-Ocr-Best-Score
        SET WS-Ocr-Hit TO WS-Ocr-Idx
    END-IF.

*>------------------------------------------------
200-Dispatch-Queue.
*>------------------------------------------------
            END-STRING
            MOVE WS-MSG TO Msg OF WS-Log-Line
            PERFORM 910-Write-Log-Line

            IF  WS-Mrp-Held-New-Count > ZERO
            OR  WS-Mrp-Deferred-Count > ZERO
                MOVE SPACE TO WS-MSG
                STRING "dispatch: " DELIMITED BY SIZE
                       WS-Mrp-Held-New-Count DELIMITED BY SIZE
                       " held, " DELIMITED BY SIZE
                       WS-Mrp-Deferred-Count DELIMITED BY SIZE
                       " deferred (maintenance)" DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
                MOVE WS-MSG TO Msg OF WS-Log-Line
                PERFORM 910-Write-Log-Line
            END-IF
        END-IF
    END-IF.

        NOT AT END
            MOVE Alert-Queue-Line TO WS-Alert-Queue-Row

            IF  WS-Alert-Maint-Held
                PERFORM 215-Check-Held-Row
            END-IF

            IF  WS-Alert-Pending
            AND Alert-Queue-Line NOT = SPACE
                ADD 1 TO WS-Alert-Pending-Count
                PERFORM 212-Check-Row-Maint-Window

                EVALUATE TRUE
                    WHEN WS-Maint-Hit > ZERO
                        PERFORM 216-Hold-Row-For-Maint
                    WHEN WS-Mnt-Open-Hit > ZERO
*>                      raised before the window, still
*>                      owed - it goes out once the window
*>                      closes, attempt count untouched.
                        ADD 1 TO WS-Mrp-Deferred-Count
                    WHEN OTHER
*>                      first sighting of this row (no
*>                      attempt count yet) also opens its
*>                      work item - the alert goes out AND
*>                      stays owed to a human until somebody
*>                      closes it.  Routing comes first,
*>                      so the item records who was paged.
                        IF  WS-Alert-Routed-To = SPACE
                            PERFORM 230-Resolve-Route
                        END-IF
                        IF  WS-Alert-Attempts-X = SPACE
                            PERFORM 240-Open-Work-Item
                        END-IF
                        PERFORM 220-Attempt-Delivery
                END-EVALUATE
            END-IF

            MOVE WS-Alert-Queue-Row TO Alert-Queue-New-Line
            WRITE Alert-Queue-New-Line
    END-READ.

*>------------------------------------------------
212-Check-Row-Maint-Window.
*>------------------------------------------------
*> A fresh row (never attempted) raised inside an all-
*> scope maintenance window belongs to that window.
*> Retries and the aging re-alerts carry an attempt
*> count and are never held - only deferred.
*>------------------------------------------------
    MOVE ZERO TO WS-Maint-Hit.

    IF  WS-Alert-Attempts-X = SPACE
    AND WS-Alert-Disp-Status = SPACE
        MOVE SPACE TO WS-Maint-Test-Stamp
        STRING WS-Alert-Date DELIMITED BY SIZE
               WS-Alert-Time(1 : 4) DELIMITED BY SIZE
          INTO WS-Maint-Test-Stamp
        END-STRING
        PERFORM 160-Find-Maint-Window
    END-IF.

*>------------------------------------------------
215-Check-Held-Row.
*>------------------------------------------------
*> A held row turns summarized once its window's close-
*> out summary is on file.  A row whose window has been
*> taken off the calendar is let go as a fresh alert -
*> with no summary coming, holding it would lose it.
*>------------------------------------------------
    MOVE ZERO TO WS-Mnt-Held-Idx.
    PERFORM 217-Match-Held-Window
      VARYING WS-Mnt-Idx FROM 1 BY 1
        UNTIL WS-Mnt-Idx > WS-Maint-Count
           OR WS-Mnt-Held-Idx > ZERO.

    EVALUATE TRUE
        WHEN WS-Mnt-Held-Idx = ZERO
            MOVE SPACE TO WS-Alert-Disp-Status
                          WS-Alert-Maint-ID
        WHEN WS-Mss-Done-Sw(WS-Mnt-Held-Idx) = "Y"
            MOVE "S" TO WS-Alert-Disp-Status
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
216-Hold-Row-For-Maint.
*>------------------------------------------------
*> No delivery and no work item - the window's close-
*> out summary carries it.  A window already summarized
*> (the row reached the queue late) marks it summarized
*> straight away.
*>------------------------------------------------
    SUBTRACT 1 FROM WS-Alert-Pending-Count.
    ADD 1 TO WS-Mrp-Held-New-Count.

    MOVE WS-Maint-ID(WS-Maint-Hit) TO WS-Alert-Maint-ID.
    IF  WS-Mss-Done-Sw(WS-Maint-Hit) = "Y"
        MOVE "S" TO WS-Alert-Disp-Status
    ELSE
        MOVE "M" TO WS-Alert-Disp-Status
    END-IF.

*>------------------------------------------------
217-Match-Held-Window.
*>------------------------------------------------
    IF  WS-Maint-ID(WS-Mnt-Idx) = WS-Alert-Maint-ID
        SET WS-Mnt-Held-Idx TO WS-Mnt-Idx
    END-IF.

*>------------------------------------------------
220-Attempt-Delivery.
*>------------------------------------------------
*> as one quoted argument.  Success stamps the row
*> delivered; a failure leaves it pending with the
*> attempt count bumped so the next run retries, until
*> the limit trips escalation.  A routed row names its
*> contact to the command twice over: %TO% in the
*> template is replaced by it, and ALERT_TO carries it
*> in the environment for a wrapper script to read.
*>------------------------------------------------
    MOVE WS-Alert-Dispatch-Cmd TO WS-Route-Tpl.
    MOVE ZERO TO WS-Route-To-Count.
    INSPECT WS-Alert-Dispatch-Cmd
      TALLYING WS-Route-To-Count FOR ALL "%TO%".

    IF  WS-Route-To-Count > ZERO
        MOVE SPACE TO WS-Route-Tpl-Head
                      WS-Route-Tpl-Tail
        MOVE ZERO  TO WS-Route-Head-Len
        UNSTRING WS-Alert-Dispatch-Cmd DELIMITED BY "%TO%"
            INTO WS-Route-Tpl-Head COUNT IN WS-Route-Head-Len
                 WS-Route-Tpl-Tail
        END-UNSTRING
        MOVE SPACE TO WS-Route-Tpl
        IF  WS-Route-Head-Len > ZERO
            STRING WS-Route-Tpl-Head(1 : WS-Route-Head-Len)
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Alert-Routed-To) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Route-Tpl-Tail, TRAILING)
                     DELIMITED BY SIZE
              INTO WS-Route-Tpl
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-Alert-Routed-To) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Route-Tpl-Tail, TRAILING)
                     DELIMITED BY SIZE
              INTO WS-Route-Tpl
            END-STRING
        END-IF
    END-IF.

    MOVE SPACE TO WS-Alert-Text.
    STRING WS-Alert-Date  DELIMITED BY SIZE
           " "            DELIMITED BY SIZE
    END-STRING.

    MOVE SPACE TO WS-Alert-Deliver-Cmd.
    IF  WS-Alert-Routed-To = SPACE
        STRING FUNCTION TRIM(WS-Route-Tpl) DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Alert-Text) DELIMITED BY SIZE
               "' >/dev/null 2>&1" DELIMITED BY SIZE
          INTO WS-Alert-Deliver-Cmd
        END-STRING
    ELSE
        STRING "ALERT_TO='" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Alert-Routed-To) DELIMITED BY SIZE
               "' " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Route-Tpl) DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Alert-Text) DELIMITED BY SIZE
               "' >/dev/null 2>&1" DELIMITED BY SIZE
          INTO WS-Alert-Deliver-Cmd
        END-STRING
    END-IF.

    CALL "SYSTEM"
      USING WS-Alert-Deliver-Cmd
        END-IF
    END-IF.

*>------------------------------------------------
230-Resolve-Route.
*>------------------------------------------------
*> Who gets this row: the primary on the best rota row
*> for its company and registry severity today, else
*> the company master's alert recipient for its company,
*> else nobody in particular - the template as written.
*> A code the registry does not carry (or carries with
*> no severity) routes as an error: nothing reaches the
*> queue that someone did not think page-worthy.
*>------------------------------------------------
    MOVE "E" TO WS-Route-Severity.
    IF  WS-Alert-Event-Code-X IS NUMERIC
    AND WS-Evc-Count > ZERO
        MOVE "N" TO WS-Evc-Found-Sw
        PERFORM 231-Match-Event-Code
          VARYING WS-Evc-Idx FROM 1 BY 1
            UNTIL WS-Evc-Idx > WS-Evc-Count
               OR WS-Evc-Found
        IF  WS-Evc-Found
        AND WS-Evc-Severity(WS-Evc-Hit) NOT = SPACE
            MOVE WS-Evc-Severity(WS-Evc-Hit) TO WS-Route-Severity
        END-IF
    END-IF.

    MOVE WS-Alert-Company   TO WS-Ocr-Test-Company.
    MOVE WS-Route-Severity  TO WS-Ocr-Test-Severity.
    MOVE CDT-Date           TO WS-Ocr-Test-Date.
    PERFORM 180-Find-Oncall-Row.

    MOVE SPACE TO WS-Alert-Tier
                  WS-Alert-Routed-To.

    IF  WS-Ocr-Hit > ZERO
    AND WS-Ocr-Primary(WS-Ocr-Hit) NOT = SPACE
        MOVE "P" TO WS-Alert-Tier
        MOVE WS-Ocr-Primary(WS-Ocr-Hit) TO WS-Alert-Routed-To
    ELSE
        IF  WS-Alert-Company NOT = SPACE
        AND WS-Company-Count > ZERO
            PERFORM 232-Match-Company-Recipient
              VARYING WS-Co-Idx FROM 1 BY 1
                UNTIL WS-Co-Idx > WS-Company-Count
                   OR WS-Alert-Routed-To NOT = SPACE
        END-IF
    END-IF.

*>------------------------------------------------
231-Match-Event-Code.
*>------------------------------------------------
    IF  WS-Evc-Code(WS-Evc-Idx) = WS-Alert-Event-Code
        MOVE "Y" TO WS-Evc-Found-Sw
        SET WS-Evc-Hit TO WS-Evc-Idx
    END-IF.

*>------------------------------------------------
232-Match-Company-Recipient.
*>------------------------------------------------
    IF  WS-Company-Code(WS-Co-Idx) = WS-Alert-Company
        MOVE WS-Company-Alert-To(WS-Co-Idx) TO WS-Alert-Routed-To
    END-IF.

*>------------------------------------------------
240-Open-Work-Item.
*>------------------------------------------------
        MOVE SPACE TO WI-Assigned-To
                      WI-Resolution
                      WI-Closed-Stamp
                      WI-Ack-Stamp
                      WI-Notified-Stamp
        MOVE WS-Alert-Company  TO WI-Company
        MOVE WS-Route-Severity TO WI-Severity
        MOVE WS-Alert-Tier     TO WI-Tier
        MOVE ZERO TO WI-Hop-Count
*>      the first page is hop one - the escalation clock
*>      runs from it.
        IF  WS-Alert-Tier NOT = SPACE
            MOVE 1 TO WI-Hop-Count
            MOVE WS-Alert-Tier      TO WI-Hop-Tier(1)
            MOVE WS-Alert-Routed-To TO WI-Hop-To(1)
            MOVE WS-Route-Now-Stamp TO WI-Hop-Stamp(1)
            MOVE WS-Route-Now-Stamp TO WI-Notified-Stamp
        END-IF

*>      primed non-00 so the first WRITE actually runs.
        MOVE SPACE TO WS-StatusWKI

        IF  WS-StatusWKI = "00"
            ADD 1 TO WS-Wki-New-Count
            PERFORM 242-Open-Item-Ticket
              THRU 242-Open-Item-Ticket-Exit
        END-IF

        CLOSE Work-Item-File
            ADD 1 TO WI-Seq
    END-WRITE.

*>------------------------------------------------
242-Open-Item-Ticket.
*>------------------------------------------------
*> A ticketed severity gets its ITSM ticket as the item
*> opens (PGM63), so the service desk sees the incident
*> without anyone keying it twice.  A failed open is
*> marked for PGM64's sync pass to retry; an item the
*> config does not ticket is left as it always was.
*>------------------------------------------------
    MOVE SPACE TO WS-Tkt-Link.
    MOVE "O"               TO WS-Tkt-Function.
    MOVE WS-Pgm-ID         TO WS-Tkt-Caller
                              WS-Tkt-By.
    MOVE WI-Key            TO WS-Tkt-Item-Key.
    MOVE WI-Severity       TO WS-Tkt-Severity.
    MOVE WI-Company        TO WS-Tkt-Company.
    MOVE WI-Text           TO WS-Tkt-Text.
    CALL "PGM63" USING WS-Tkt-Link
      ON EXCEPTION
          MOVE 4 TO WS-Tkt-Return
    END-CALL.

    EVALUATE TRUE
        WHEN WS-Tkt-OK
            MOVE WS-Tkt-Number TO WI-Ticket-No
            MOVE "O" TO WI-Ticket-State
        WHEN WS-Tkt-Failed
            MOVE "F" TO WI-Ticket-State
        WHEN OTHER
            GO TO 242-Open-Item-Ticket-Exit
    END-EVALUATE.

    MOVE WS-Route-Now-Stamp TO WI-Ticket-Stamp.
    REWRITE Work-Item-Record
        INVALID KEY
            CONTINUE
    END-REWRITE.

*>------------------------------------------------
242-Open-Item-Ticket-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
300-Age-Work-Items.
*>------------------------------------------------
*>  opens a work item for it.
    MOVE ZERO TO WS-Alert-Attempts.
    MOVE "F"  TO WS-Alert-Disp-Status.
*>  back to whoever the item was last paged to, not
*>  to whoever happens to be on the rota now.
    MOVE WI-Company TO WS-Alert-Company.
    IF  WI-Hop-Count IS NUMERIC
    AND WI-Hop-Count > ZERO
        MOVE WI-Tier TO WS-Alert-Tier
        MOVE WI-Hop-To(WI-Hop-Count) TO WS-Alert-Routed-To
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
400-Summarize-Closed-Windows.
*>------------------------------------------------
*> Before the dispatch pass: every calendar window that
*> has closed and has no summary yet gets one - a
*> report of each alert it held and each miss it kept
*> off the queue, and one alert pointing at it - so the
*> maintenance costs one page instead of dozens, and
*> nothing it hid is lost.
*>------------------------------------------------
    MOVE ZERO TO WS-Mrp-Summary-Count.

    PERFORM 410-Summarize-One-Window
      THRU 410-Summarize-Exit
      VARYING WS-Mnt-Sum-Idx FROM 1 BY 1
        UNTIL WS-Mnt-Sum-Idx > WS-Maint-Count.

*>------------------------------------------------
410-Summarize-One-Window.
*>------------------------------------------------
    IF  WS-Mss-Done-Sw(WS-Mnt-Sum-Idx) = "Y"
    OR  WS-Maint-End(WS-Mnt-Sum-Idx) > WS-Mnt-Now-Stamp
        GO TO 410-Summarize-Exit
    END-IF.

    MOVE ZERO TO WS-Mrp-Held-Count
                 WS-Mrp-Supp-Count.

    MOVE SPACE TO WS-Maint-Rpt-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/maint-summary-" DELIMITED BY SIZE
           WS-Maint-ID(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Maint-Rpt-Path
    END-STRING.

    OPEN OUTPUT Maint-Rpt-File.
    IF  WS-StatusMRP NOT = "00"
        MOVE SPACE TO WS-MSG
        STRING "maintenance: unable to open " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Maint-Rpt-Path) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
        GO TO 410-Summarize-Exit
    END-IF.

    MOVE SPACE TO Maint-Rpt-Line.
    STRING "MAINTENANCE WINDOW " DELIMITED BY SIZE
           WS-Maint-ID(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           " CLOSE-OUT SUMMARY   " DELIMITED BY SIZE
           WS-Maint-Start(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-Maint-End(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           "   SCOPE " DELIMITED BY SIZE
           WS-Maint-Scope(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Maint-Scope-Value(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
      INTO Maint-Rpt-Line
    END-STRING.
    WRITE Maint-Rpt-Line.

    MOVE SPACE TO Maint-Rpt-Line.
    STRING "REASON: " DELIMITED BY SIZE
           WS-Maint-Reason(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
      INTO Maint-Rpt-Line
    END-STRING.
    WRITE Maint-Rpt-Line.

    MOVE SPACE TO Maint-Rpt-Line.
    WRITE Maint-Rpt-Line.
    MOVE "ALERTS HELD (DATE     TIME   PROGRAM  MESSAGE)"
      TO Maint-Rpt-Line.
    WRITE Maint-Rpt-Line.

    MOVE "N" TO WS-EOF-ALQ.
    OPEN INPUT Alert-Queue-File.
    IF  WS-StatusALQ = "00"
        PERFORM 420-List-One-Held-Alert
          UNTIL Alert-Queue-Read-EOF
        CLOSE Alert-Queue-File
    END-IF.

    MOVE SPACE TO Maint-Rpt-Line.
    WRITE Maint-Rpt-Line.
    MOVE "MISSES SUPPRESSED (DATE     TIME   PROGRAM  MESSAGE)"
      TO Maint-Rpt-Line.
    WRITE Maint-Rpt-Line.

    MOVE "N" TO WS-EOF-MSP.
    OPEN INPUT Maint-Suppress-File.
    IF  WS-StatusMSP = "00"
        PERFORM 430-List-One-Suppressed
          UNTIL Maint-Suppress-EOF
        CLOSE Maint-Suppress-File
    END-IF.

    MOVE WS-Mrp-Held-Count TO WS-Mrp-Count-Edit.
    MOVE WS-Mrp-Supp-Count TO WS-Mrp-Count-Edit2.

    MOVE SPACE TO Maint-Rpt-Line.
    WRITE Maint-Rpt-Line.
    MOVE SPACE TO Maint-Rpt-Line.
    STRING "TOTALS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit) DELIMITED BY SIZE
           " ALERT(S) HELD, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit2) DELIMITED BY SIZE
           " MISS(ES) SUPPRESSED" DELIMITED BY SIZE
      INTO Maint-Rpt-Line
    END-STRING.
    WRITE Maint-Rpt-Line.

    CLOSE Maint-Rpt-File.

    PERFORM 440-Queue-Summary-Alert.

    PERFORM 450-Record-Summary-State.

    MOVE "Y" TO WS-Mss-Done-Sw(WS-Mnt-Sum-Idx).
    ADD 1 TO WS-Mrp-Summary-Count.

    MOVE SPACE TO WS-MSG.
    STRING "maintenance: window " DELIMITED BY SIZE
           WS-Maint-ID(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           " summarized - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit) DELIMITED BY SIZE
           " held, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit2) DELIMITED BY SIZE
           " suppressed" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
410-Summarize-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
420-List-One-Held-Alert.
*>------------------------------------------------
*> Rows already held for this window, and fresh rows
*> raised inside it that the dispatch pass about to
*> run will hold - both belong on its summary.
*>------------------------------------------------
    READ Alert-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-ALQ
        NOT AT END
            MOVE Alert-Queue-Line TO WS-Alert-Queue-Row
            MOVE ZERO TO WS-Maint-Hit

            IF  WS-Alert-Maint-Held
                IF  WS-Alert-Maint-ID = WS-Maint-ID(WS-Mnt-Sum-Idx)
                    MOVE WS-Mnt-Sum-Idx TO WS-Maint-Hit
                END-IF
            ELSE
                IF  Alert-Queue-Line NOT = SPACE
                    PERFORM 212-Check-Row-Maint-Window
                END-IF
            END-IF

            IF  WS-Maint-Hit = WS-Mnt-Sum-Idx
                ADD 1 TO WS-Mrp-Held-Count
                MOVE SPACE TO Maint-Rpt-Line
                STRING "  " DELIMITED BY SIZE
                       WS-Alert-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Alert-Time DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Alert-Pgm-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Alert-Path DELIMITED BY SIZE
                  INTO Maint-Rpt-Line
                END-STRING
                WRITE Maint-Rpt-Line
            END-IF
    END-READ.

*>------------------------------------------------
430-List-One-Suppressed.
*>------------------------------------------------
    READ Maint-Suppress-File
        AT END
            MOVE "Y" TO WS-EOF-MSP
        NOT AT END
            MOVE Maint-Suppress-Line TO WS-Maint-Sup-Row
            IF  WS-Msp-Window-ID = WS-Maint-ID(WS-Mnt-Sum-Idx)
                ADD 1 TO WS-Mrp-Supp-Count
                MOVE SPACE TO Maint-Rpt-Line
                STRING "  " DELIMITED BY SIZE
                       WS-Msp-Date DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Msp-Time DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Msp-Pgm-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-Msp-Text DELIMITED BY SIZE
                  INTO Maint-Rpt-Line
                END-STRING
                WRITE Maint-Rpt-Line
            END-IF
    END-READ.

*>------------------------------------------------
440-Queue-Summary-Alert.
*>------------------------------------------------
*> One row onto the queue this program is about to
*> deliver from, primed like 320's re-alert (attempt
*> count zero) so it goes out this pass, is never held
*> itself, and opens no work item - the report is the
*> follow-up, not another ticket.
*>------------------------------------------------
    MOVE SPACE TO WS-Alert-Queue-Row.
    MOVE CDT-Date TO WS-Alert-Date.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE SPACE TO WS-Alert-Path.
    STRING "maint " DELIMITED BY SIZE
           WS-Maint-ID(WS-Mnt-Sum-Idx) DELIMITED BY SIZE
           " closed: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit) DELIMITED BY SIZE
           " alert(s) held, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mrp-Count-Edit2) DELIMITED BY SIZE
           " miss(es) suppressed" DELIMITED BY SIZE
      INTO WS-Alert-Path
    END-STRING.
    MOVE ZERO TO WS-Alert-Attempts.
    MOVE "F"  TO WS-Alert-Disp-Status.

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
450-Record-Summary-State.
*>------------------------------------------------
    MOVE SPACE TO Maint-Summary-Line.
    MOVE WS-Maint-ID(WS-Mnt-Sum-Idx)    TO MS-Window-ID.
    MOVE WS-Maint-Start(WS-Mnt-Sum-Idx) TO MS-Start.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO MS-Summary-Stamp
    END-STRING.

    OPEN EXTEND Maint-Summary-File.
    IF  WS-StatusMSS NOT = "00"
        OPEN OUTPUT Maint-Summary-File
    END-IF.
    IF  WS-StatusMSS = "00"
        WRITE Maint-Summary-Line
        CLOSE Maint-Summary-File
    END-IF.

*>------------------------------------------------
500-Escalate-Unacked-Items.
*>------------------------------------------------
*> Before the dispatch pass: every work item still
*> open (not acknowledged in PGM26) longer than its rota
*> row allows since its last page is paged one tier
*> up - primary to secondary, then to the manager tier
*> - and the hop is kept on the item.  The hop alert
*> goes onto the queue already routed and primed like
*> the stale re-alert, so this same pass delivers it
*> without opening a second work item.
*>------------------------------------------------
    MOVE ZERO TO WS-Esc-Count.

    IF  WS-Ocr-Count = ZERO
        GO TO 500-Escalate-Exit
    END-IF.

    COMPUTE WS-Esc-Now-Min
          = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL(CDT-Date)) * 1440
          + CDT-Hour * 60
          + CDT-Minutes.

    OPEN I-O Work-Item-File.
    IF  WS-StatusWKI NOT = "00"
        GO TO 500-Escalate-Exit
    END-IF.

    MOVE "N" TO WS-EOF-WKI.
    PERFORM 510-Check-One-Unacked
      UNTIL Work-Item-EOF.

    CLOSE Work-Item-File.

    IF  WS-Esc-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "escalation: " DELIMITED BY SIZE
               WS-Esc-Count DELIMITED BY SIZE
               " unacknowledged item(s) paged to the next tier"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
500-Escalate-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
510-Check-One-Unacked.
*>------------------------------------------------
    READ Work-Item-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-WKI
        NOT AT END
            IF  WI-Status = "O"
            AND (WI-Tier = "P" OR WI-Tier = "S")
            AND WI-Notified-Stamp(1 : 12) IS NUMERIC
                PERFORM 520-Escalate-One-Item
                  THRU 520-Escalate-Exit
            END-IF
    END-READ.

*>------------------------------------------------
520-Escalate-One-Item.
*>------------------------------------------------
*> The rota row is looked up again rather than kept on
*> the item, so a page that ages past a rota change-
*> over goes to the new week's secondary or manager.
*> No further tier on the row leaves the item where it
*> is - it still ages into the stale re-alert.
*>------------------------------------------------
    MOVE FUNCTION NUMVAL(WI-Notified-Stamp(1 : 8))
      TO WS-Esc-Row-YMD.
    IF  WS-Esc-Row-YMD < 19000101
    OR  WS-Esc-Row-YMD > 21001231
        GO TO 520-Escalate-Exit
    END-IF.

    COMPUTE WS-Esc-Row-Min
          = FUNCTION INTEGER-OF-DATE(WS-Esc-Row-YMD) * 1440
          + FUNCTION NUMVAL(WI-Notified-Stamp(9 : 2)) * 60
          + FUNCTION NUMVAL(WI-Notified-Stamp(11 : 2)).

    MOVE WI-Company  TO WS-Ocr-Test-Company.
    MOVE WI-Severity TO WS-Ocr-Test-Severity.
    MOVE CDT-Date    TO WS-Ocr-Test-Date.
    PERFORM 180-Find-Oncall-Row.

    IF  WS-Ocr-Hit = ZERO
        GO TO 520-Escalate-Exit
    END-IF.

    MOVE WS-Ocr-Ack-Minutes(WS-Ocr-Hit) TO WS-Esc-Ack-Minutes.
    IF  WS-Esc-Ack-Minutes = ZERO
        MOVE WS-Ocr-Default-Ack TO WS-Esc-Ack-Minutes
    END-IF.

    IF  WS-Esc-Now-Min < WS-Esc-Row-Min + WS-Esc-Ack-Minutes
        GO TO 520-Escalate-Exit
    END-IF.

    MOVE SPACE TO WS-Esc-Next-Tier
                  WS-Esc-Next-To.
    IF  WI-Tier = "P"
    AND WS-Ocr-Secondary(WS-Ocr-Hit) NOT = SPACE
        MOVE "S" TO WS-Esc-Next-Tier
        MOVE WS-Ocr-Secondary(WS-Ocr-Hit) TO WS-Esc-Next-To
    END-IF.
    IF  WS-Esc-Next-Tier = SPACE
    AND WS-Ocr-Manager(WS-Ocr-Hit) NOT = SPACE
        MOVE "M" TO WS-Esc-Next-Tier
        MOVE WS-Ocr-Manager(WS-Ocr-Hit) TO WS-Esc-Next-To
    END-IF.

    IF  WS-Esc-Next-Tier = SPACE
        GO TO 520-Escalate-Exit
    END-IF.

    IF  WI-Hop-Count IS NOT NUMERIC
        MOVE ZERO TO WI-Hop-Count
    END-IF.
    IF  WI-Hop-Count < 3
        ADD 1 TO WI-Hop-Count
        MOVE WS-Esc-Next-Tier   TO WI-Hop-Tier(WI-Hop-Count)
        MOVE WS-Esc-Next-To     TO WI-Hop-To(WI-Hop-Count)
        MOVE WS-Route-Now-Stamp TO WI-Hop-Stamp(WI-Hop-Count)
    END-IF.
    MOVE WS-Esc-Next-Tier   TO WI-Tier.
    MOVE WS-Route-Now-Stamp TO WI-Notified-Stamp.

    REWRITE Work-Item-Record
        INVALID KEY
            GO TO 520-Escalate-Exit
    END-REWRITE.

    ADD 1 TO WS-Esc-Count.
    PERFORM 530-Queue-Hop-Alert.

    MOVE SPACE TO WS-MSG.
    STRING "escalation: item " DELIMITED BY SIZE
           WI-Raised-Stamp DELIMITED BY SIZE
           " tier " DELIMITED BY SIZE
           WS-Esc-Next-Tier DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Esc-Next-To) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
520-Escalate-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
530-Queue-Hop-Alert.
*>------------------------------------------------
    MOVE WS-Esc-Ack-Minutes TO WS-Esc-Ack-Edit.

    MOVE SPACE TO WS-Alert-Queue-Row.
    MOVE CDT-Date TO WS-Alert-Date.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE SPACE TO WS-Alert-Path.
    STRING "NO ACK IN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Esc-Ack-Edit) DELIMITED BY SIZE
           " MIN: " DELIMITED BY SIZE
           WI-Text DELIMITED BY SIZE
      INTO WS-Alert-Path
    END-STRING.
    MOVE ZERO TO WS-Alert-Attempts.
    MOVE "F"  TO WS-Alert-Disp-Status.
    MOVE WI-Company       TO WS-Alert-Company.
    MOVE WS-Esc-Next-Tier TO WS-Alert-Tier.
    MOVE WS-Esc-Next-To   TO WS-Alert-Routed-To.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
