*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM64.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Workbasket / ITSM ticket sync pass.
*> Runs from cron every few minutes and walks the
*> workbasket once, through PGM63's bridge:
*>   - an item whose ticket is open in the ITSM tool is
*>     asked about; a ticket the service desk has
*>     closed or resolved closes the item here with the
*>     ticket's resolution text, so nobody works it
*>     twice;
*>   - an item closed in PGM26 whose ticket is still
*>     open (the ITSM tool was down at the time) has
*>     its ticket closed now;
*>   - an item whose ticket never opened has the open
*>     retried, or is let go if it was closed first.
*> Every action, and one summary row per pass, goes to
*> ./logs/ticket-sync.log.  RC 0 clean, 4 when any
*> ITSM command failed (it is retried next pass).  No
*> ./reports/ticket-sync.cfg makes every item a no-op.
*> Same cron-driven mold as PGM48.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Work-Item-Select.cpy".
COPY "./copybooks/Ticket-Log-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Work-Item-FD.cpy".
COPY "./copybooks/Ticket-Log-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM64".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Work-Item-WS.cpy".

COPY "./copybooks/Ticket-Log-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Ticket-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Tks-Now-Stamp             PIC X(14) VALUE SPACE.
01  WS-Tks-Changed-Sw            PIC X(01) VALUE "N".
    88  WS-Tks-Item-Changed      VALUE "Y".

*> what this pass did.
01  WS-Tks-Opened-Count          PIC 9(05) VALUE ZERO.
01  WS-Tks-Tkt-Closed-Count      PIC 9(05) VALUE ZERO.
01  WS-Tks-Item-Closed-Count     PIC 9(05) VALUE ZERO.
01  WS-Tks-Dropped-Count         PIC 9(05) VALUE ZERO.
01  WS-Tks-Failed-Count          PIC 9(05) VALUE ZERO.
01  WS-Tks-Edit-1                PIC Z(04)9.
01  WS-Tks-Edit-2                PIC Z(04)9.
01  WS-Tks-Edit-3                PIC Z(04)9.
01  WS-Tks-Edit-4                PIC Z(04)9.
01  WS-Tks-Edit-5                PIC Z(04)9.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 100-Sync-Basket THRU 100-Sync-Basket-Exit.

    IF  WS-Tks-Failed-Count > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override the rest of the
*> system uses - the basket and the sync journal live
*> under the shared ./logs.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Work-Item-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/work-items.dat" DELIMITED BY SIZE
      INTO WS-Work-Item-Path
    END-STRING.

    MOVE SPACE TO WS-Ticket-Log-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/ticket-sync.log" DELIMITED BY SIZE
      INTO WS-Ticket-Log-Path
    END-STRING.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Tks-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Tks-Now-Stamp
    END-STRING.

*>------------------------------------------------
100-Sync-Basket.
*>------------------------------------------------
*> One sequential pass, each item rewritten in place
*> as soon as its ticket moves.  No basket yet is
*> nothing to sync.
*>------------------------------------------------
    OPEN I-O Work-Item-File.
    IF  WS-StatusWKI NOT = "00"
        DISPLAY WS-Pgm-ID " no workbasket on file - nothing "
                "to sync" UPON CONSOLE
        GO TO 100-Sync-Basket-Exit
    END-IF.

    MOVE "N" TO WS-EOF-WKI.
    PERFORM 110-Sync-One-Item
      UNTIL Work-Item-EOF.

    CLOSE Work-Item-File.

    MOVE SPACE TO WS-MSG.
    MOVE WS-Tks-Opened-Count      TO WS-Tks-Edit-1.
    MOVE WS-Tks-Tkt-Closed-Count  TO WS-Tks-Edit-2.
    MOVE WS-Tks-Item-Closed-Count TO WS-Tks-Edit-3.
    MOVE WS-Tks-Dropped-Count     TO WS-Tks-Edit-4.
    MOVE WS-Tks-Failed-Count      TO WS-Tks-Edit-5.
    STRING FUNCTION TRIM(WS-Tks-Edit-1) DELIMITED BY SIZE
           " opened, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tks-Edit-2) DELIMITED BY SIZE
           " tickets closed, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tks-Edit-3) DELIMITED BY SIZE
           " items closed, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tks-Edit-4) DELIMITED BY SIZE
           " dropped, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tks-Edit-5) DELIMITED BY SIZE
           " failed" DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE "SYNC" TO WS-Tkl-Action.
    MOVE WS-Pgm-ID TO WS-Tkl-By.
    PERFORM 700-Journal-Row.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

*>------------------------------------------------
100-Sync-Basket-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
110-Sync-One-Item.
*>------------------------------------------------
    READ Work-Item-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-WKI
        NOT AT END
            MOVE "N" TO WS-Tks-Changed-Sw
            EVALUATE TRUE
                WHEN WI-Ticket-State = "F"
                AND  WI-Status = "C"
                    PERFORM 150-Drop-Failed-Open
                WHEN WI-Ticket-State = "F"
                    PERFORM 120-Retry-Open
                WHEN WI-Ticket-State = "O"
                AND  WI-Status = "C"
                    PERFORM 130-Close-Owed-Ticket
                WHEN WI-Ticket-State = "O"
                    PERFORM 140-Pull-Ticket-Status
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF  WS-Tks-Item-Changed
                MOVE WS-Tks-Now-Stamp TO WI-Ticket-Stamp
                REWRITE Work-Item-Record
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ.

*>------------------------------------------------
120-Retry-Open.
*>------------------------------------------------
*> The open failed when PGM05 raised the item - try it
*> again, journalled by PGM63 either way.
*>------------------------------------------------
    PERFORM 200-Prime-Link.
    MOVE "O"     TO WS-Tkt-Function.
    MOVE WI-Text TO WS-Tkt-Text.
    PERFORM 210-Call-Bridge.

    EVALUATE TRUE
        WHEN WS-Tkt-OK
            MOVE WS-Tkt-Number TO WI-Ticket-No
            MOVE "O" TO WI-Ticket-State
            MOVE "Y" TO WS-Tks-Changed-Sw
            ADD 1 TO WS-Tks-Opened-Count
        WHEN WS-Tkt-Failed
            ADD 1 TO WS-Tks-Failed-Count
        WHEN OTHER
*>          the config no longer tickets it - stop trying.
            MOVE SPACE TO WI-Ticket-State
            MOVE "Y" TO WS-Tks-Changed-Sw
    END-EVALUATE.

*>------------------------------------------------
130-Close-Owed-Ticket.
*>------------------------------------------------
*> Closed in PGM26 while the ITSM tool was not taking
*> closes - catch the ticket up with the item's own
*> resolution and closer.
*>------------------------------------------------
    PERFORM 200-Prime-Link.
    MOVE "C"            TO WS-Tkt-Function.
    MOVE WI-Resolution  TO WS-Tkt-Text.
    IF  WI-Assigned-To NOT = SPACE
        MOVE WI-Assigned-To TO WS-Tkt-By
    END-IF.
    PERFORM 210-Call-Bridge.

    EVALUATE TRUE
        WHEN WS-Tkt-OK
            MOVE "C" TO WI-Ticket-State
            MOVE "Y" TO WS-Tks-Changed-Sw
            ADD 1 TO WS-Tks-Tkt-Closed-Count
        WHEN WS-Tkt-Failed
            ADD 1 TO WS-Tks-Failed-Count
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
140-Pull-Ticket-Status.
*>------------------------------------------------
*> The service desk closed the ticket - close the item
*> with their resolution text, acknowledged now if
*> nobody had, so PGM05 stops paging for it.
*>------------------------------------------------
    PERFORM 200-Prime-Link.
    MOVE "Q" TO WS-Tkt-Function.
    PERFORM 210-Call-Bridge.

    EVALUATE TRUE
        WHEN WS-Tkt-Failed
            ADD 1 TO WS-Tks-Failed-Count
        WHEN WS-Tkt-OK
        AND  WS-Tkt-Closed-There
            IF  WI-Ack-Stamp = SPACE
                MOVE WS-Tks-Now-Stamp TO WI-Ack-Stamp
            END-IF
            IF  WI-Assigned-To = SPACE
                MOVE "ITSM" TO WI-Assigned-To
            END-IF
            MOVE "C" TO WI-Status
            MOVE WS-Tkt-Text(1 : 60) TO WI-Resolution
            MOVE WS-Tks-Now-Stamp TO WI-Closed-Stamp
            MOVE "C" TO WI-Ticket-State
            MOVE "Y" TO WS-Tks-Changed-Sw
            ADD 1 TO WS-Tks-Item-Closed-Count

            MOVE "ITEM-CLOSE" TO WS-Tkl-Action
            MOVE WI-Key        TO WS-Tkl-Item-Key
            MOVE WI-Ticket-No  TO WS-Tkl-Ticket-No
            MOVE WS-Pgm-ID     TO WS-Tkl-By
            MOVE WI-Resolution TO WS-MSG
            PERFORM 700-Journal-Row
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
150-Drop-Failed-Open.
*>------------------------------------------------
*> Closed in PGM26 before its ticket ever opened -
*> opening one now would only hand the desk a dead
*> incident.
*>------------------------------------------------
    MOVE SPACE TO WI-Ticket-State.
    MOVE "Y" TO WS-Tks-Changed-Sw.
    ADD 1 TO WS-Tks-Dropped-Count.

    MOVE "OPEN-DROP" TO WS-Tkl-Action.
    MOVE WI-Key      TO WS-Tkl-Item-Key.
    MOVE SPACE       TO WS-Tkl-Ticket-No.
    MOVE WS-Pgm-ID   TO WS-Tkl-By.
    MOVE "item closed before its ticket could open"
      TO WS-MSG.
    PERFORM 700-Journal-Row.

*>------------------------------------------------
200-Prime-Link.
*>------------------------------------------------
    MOVE SPACE TO WS-Tkt-Link.
    MOVE WS-Pgm-ID    TO WS-Tkt-Caller
                         WS-Tkt-By.
    MOVE WI-Key       TO WS-Tkt-Item-Key.
    MOVE WI-Severity  TO WS-Tkt-Severity.
    MOVE WI-Company   TO WS-Tkt-Company.
    MOVE WI-Ticket-No TO WS-Tkt-Number.

*>------------------------------------------------
210-Call-Bridge.
*>------------------------------------------------
    CALL "PGM63" USING WS-Tkt-Link
      ON EXCEPTION
          MOVE 8 TO WS-Tkt-Return
          MOVE "ticketing bridge (PGM63) unavailable" TO WS-Tkt-Msg
    END-CALL.

*>------------------------------------------------
700-Journal-Row.
*>------------------------------------------------
*> Same row PGM63's 700-Journal-Action writes; the
*> action, item, ticket and actor are set by the
*> caller.
*>------------------------------------------------
    MOVE WS-Tks-Now-Stamp TO WS-Tkl-Stamp.
    MOVE WS-MSG           TO WS-Tkl-Text.

    OPEN EXTEND Ticket-Log-File.
    IF  WS-StatusTKL NOT = "00"
        OPEN OUTPUT Ticket-Log-File
    END-IF.
    IF  WS-StatusTKL = "00"
        WRITE Ticket-Log-Line
          FROM WS-Ticket-Log-Row
        END-WRITE
        CLOSE Ticket-Log-File
    END-IF.

    MOVE SPACE TO WS-Ticket-Log-Row.

END PROGRAM PGM64.
