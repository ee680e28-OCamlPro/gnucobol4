*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM63.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Corporate ticketing bridge.
*> The service desk works incidents in the corporate
*> ITSM tool; the workbasket (PGM26) lives only here.
*> This is the one place that talks to the ITSM tool,
*> through the command templates in ./reports/ticket-
*> sync.cfg (a CLI, a curl wrapper - anything that takes
*> its arguments on the command line and prints its
*> answer, via the existing CALL "SYSTEM" idiom):
*>   O  PGM05 opening a work item asks for a ticket; an
*>      item whose severity the OPEN row lists gets one,
*>      and its number comes back.
*>   Q  PGM64's sync pass asks where a ticket stands;
*>      CLOSED or RESOLVED comes back with the ticket's
*>      resolution text.
*>   C  PGM26 closing an item (or PGM64 catching up on
*>      one) closes its ticket with the item's
*>      resolution.
*> No config, or no row for a verb, answers 4 and the
*> callers carry on without a ticket - today's
*> behavior.  Every ticket opened or closed, and every
*> command that failed, is journalled to ./logs/
*> ticket-sync.log.  Same CALLed-service mold as PGM61.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Ticket-Cfg-Select.cpy".
COPY "./copybooks/Ticket-Log-Select.cpy".
COPY "./copybooks/Ticket-Reply-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Ticket-Cfg-FD.cpy".
COPY "./copybooks/Ticket-Log-FD.cpy".
COPY "./copybooks/Ticket-Reply-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM63".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Ticket-Cfg-WS.cpy".

COPY "./copybooks/Ticket-Log-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-StatusTKR                 PIC X(02).
01  WS-Ticket-Reply-Path         PIC X(60) VALUE SPACE.

01  WS-Tkt-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Tkt-Verb                  PIC X(05) VALUE SPACE.
01  WS-Tkt-Sev-Hits              PIC 9(02) VALUE ZERO.

*> the command being built - the template with the
*> ticket number in place of %TICKET%, the text made
*> safe to single-quote, and what the command printed.
01  WS-Tkt-Tpl                   PIC X(200) VALUE SPACE.
01  WS-Tkt-Tpl-Head              PIC X(112) VALUE SPACE.
01  WS-Tkt-Tpl-Tail              PIC X(112) VALUE SPACE.
01  WS-Tkt-Head-Len              PIC 9(03) VALUE ZERO.
01  WS-Tkt-Token-Count           PIC 9(02) VALUE ZERO.
01  WS-Tkt-Arg                   PIC X(80) VALUE SPACE.
01  WS-Tkt-Arg-No                PIC X(20) VALUE SPACE.
01  WS-Tkt-Arg-By                PIC X(20) VALUE SPACE.
01  WS-Tkt-Arg-Co                PIC X(10) VALUE SPACE.
01  WS-Tkt-Cmd                   PIC X(500) VALUE SPACE.
01  WS-Tkt-Cmd-RC                PIC S9(09) VALUE ZERO.
01  WS-Tkt-RC-Edit               PIC -(08)9.
01  WS-Tkt-Reply                 PIC X(200) VALUE SPACE.
01  WS-Tkt-Reply-Word            PIC X(20) VALUE SPACE.
01  WS-Tkt-Reply-Ptr             PIC 9(03) VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/Ticket-Link-WS.cpy".

*>------------------------------------------------
PROCEDURE DIVISION USING WS-Tkt-Link.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Paths.

    PERFORM 100-Load-Config.

    MOVE ZERO  TO WS-Tkt-Return.
    MOVE SPACE TO WS-Tkt-Msg.
    MOVE "N"   TO WS-Tkt-Closed-Sw.

    EVALUATE TRUE
        WHEN WS-Tkt-Fn-Open
            PERFORM 200-Open-Ticket THRU 200-Open-Ticket-Exit
        WHEN WS-Tkt-Fn-Query
            PERFORM 300-Query-Ticket THRU 300-Query-Ticket-Exit
        WHEN WS-Tkt-Fn-Close
            PERFORM 400-Close-Ticket THRU 400-Close-Ticket-Exit
        WHEN OTHER
            MOVE 8 TO WS-Tkt-Return
            MOVE "unknown ticketing function" TO WS-Tkt-Msg
    END-EVALUATE.

    GOBACK.

*>------------------------------------------------
090-Init-Paths.
*>------------------------------------------------
*> Same environment-variable override as the rest of
*> the system; the config sits with the other tables
*> under ./reports, the journal and the reply scratch
*> under ./logs.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Ticket-Cfg-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/ticket-sync.cfg" DELIMITED BY SIZE
      INTO WS-Ticket-Cfg-Path
    END-STRING.

    MOVE SPACE TO WS-Ticket-Log-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/ticket-sync.log" DELIMITED BY SIZE
      INTO WS-Ticket-Log-Path
    END-STRING.

    IF  WS-Tkt-Caller = SPACE
        MOVE WS-Pgm-ID TO WS-Tkt-Caller
    END-IF.
    MOVE SPACE TO WS-Ticket-Reply-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/.ticket-reply-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Caller) DELIMITED BY SIZE
           ".tmp" DELIMITED BY SIZE
      INTO WS-Ticket-Reply-Path
    END-STRING.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Tkt-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Tkt-Stamp
    END-STRING.

*>------------------------------------------------
100-Load-Config.
*>------------------------------------------------
*> Read fresh on every call, so an edited template is
*> in force from the next item without a restart.
*>------------------------------------------------
    MOVE SPACE TO WS-Tkc-Open-Cmd
                  WS-Tkc-Query-Cmd
                  WS-Tkc-Close-Cmd.
    MOVE "E"   TO WS-Tkc-Severities.

    OPEN INPUT Ticket-Cfg-File.
    IF  WS-StatusTKC = "00"
        MOVE "N" TO WS-EOF-TKC
        PERFORM 101-Read-Config-Row
          UNTIL Ticket-Cfg-EOF
        CLOSE Ticket-Cfg-File
    END-IF.

*>------------------------------------------------
101-Read-Config-Row.
*>------------------------------------------------
    READ Ticket-Cfg-File
        AT END
            MOVE "Y" TO WS-EOF-TKC
        NOT AT END
            MOVE FUNCTION UPPER-CASE(TKC-Verb) TO WS-Tkt-Verb
            EVALUATE WS-Tkt-Verb
                WHEN "OPEN"
                    MOVE TKC-Command TO WS-Tkc-Open-Cmd
                    IF  TKC-Severities NOT = SPACE
                        MOVE FUNCTION UPPER-CASE(TKC-Severities)
                          TO WS-Tkc-Severities
                    END-IF
                WHEN "QUERY"
                    MOVE TKC-Command TO WS-Tkc-Query-Cmd
                WHEN "CLOSE"
                    MOVE TKC-Command TO WS-Tkc-Close-Cmd
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*>------------------------------------------------
200-Open-Ticket.
*>------------------------------------------------
*> Only severities the OPEN row lists are ticketed -
*> the service desk wants the incidents, not every
*> informational nudge.  A command that fails, or
*> prints no number, is a failed open the sync job
*> tries again.
*>------------------------------------------------
    IF  WS-Tkc-Open-Cmd = SPACE
        MOVE 4 TO WS-Tkt-Return
        MOVE "no OPEN command in ticket-sync.cfg" TO WS-Tkt-Msg
        GO TO 200-Open-Ticket-Exit
    END-IF.

    MOVE ZERO TO WS-Tkt-Sev-Hits.
    IF  WS-Tkt-Severity NOT = SPACE
        INSPECT WS-Tkc-Severities
          TALLYING WS-Tkt-Sev-Hits FOR ALL WS-Tkt-Severity
    END-IF.
    IF  WS-Tkt-Sev-Hits = ZERO
        MOVE 4 TO WS-Tkt-Return
        MOVE "severity not ticketed" TO WS-Tkt-Msg
        GO TO 200-Open-Ticket-Exit
    END-IF.

    MOVE SPACE TO WS-Tkt-Number.
    MOVE WS-Tkc-Open-Cmd TO WS-Tkt-Tpl.
    PERFORM 800-Run-Command.

    MOVE SPACE TO WS-Tkt-Reply-Word.
    IF  WS-Tkt-Cmd-RC = ZERO
        UNSTRING FUNCTION TRIM(WS-Tkt-Reply, LEADING)
          DELIMITED BY ALL SPACE
            INTO WS-Tkt-Reply-Word
        END-UNSTRING
        INSPECT WS-Tkt-Reply-Word REPLACING ALL "'" BY SPACE
    END-IF.

    IF  WS-Tkt-Reply-Word = SPACE
        MOVE 8 TO WS-Tkt-Return
        IF  WS-Tkt-Cmd-RC = ZERO
            MOVE "OPEN command printed no ticket number"
              TO WS-Tkt-Msg
        ELSE
            MOVE WS-Tkt-Cmd-RC TO WS-Tkt-RC-Edit
            MOVE SPACE TO WS-Tkt-Msg
            STRING "OPEN command failed - exit "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tkt-RC-Edit) DELIMITED BY SIZE
              INTO WS-Tkt-Msg
            END-STRING
        END-IF
        MOVE "OPEN-FAIL" TO WS-Tkl-Action
        MOVE WS-Tkt-Msg TO WS-MSG
        PERFORM 700-Journal-Action
        GO TO 200-Open-Ticket-Exit
    END-IF.

    MOVE WS-Tkt-Reply-Word TO WS-Tkt-Number.
    MOVE "ticket opened" TO WS-Tkt-Msg.
    MOVE "OPEN" TO WS-Tkl-Action.
    MOVE WS-Tkt-Text TO WS-MSG.
    PERFORM 700-Journal-Action.

*>------------------------------------------------
200-Open-Ticket-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
300-Query-Ticket.
*>------------------------------------------------
*> The reply's first word is the ticket's status;
*> CLOSED or RESOLVED means the desk is done with it and
*> the rest of the line is what they did.  A ticket
*> still open is no action and is not journalled.
*>------------------------------------------------
    IF  WS-Tkc-Query-Cmd = SPACE
    OR  WS-Tkt-Number = SPACE
        MOVE 4 TO WS-Tkt-Return
        MOVE "no QUERY command or no ticket" TO WS-Tkt-Msg
        GO TO 300-Query-Ticket-Exit
    END-IF.

    MOVE WS-Tkc-Query-Cmd TO WS-Tkt-Tpl.
    PERFORM 800-Run-Command.

    IF  WS-Tkt-Cmd-RC NOT = ZERO
    OR  WS-Tkt-Reply = SPACE
        MOVE 8 TO WS-Tkt-Return
        MOVE WS-Tkt-Cmd-RC TO WS-Tkt-RC-Edit
        MOVE SPACE TO WS-Tkt-Msg
        STRING "QUERY command failed - exit "
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tkt-RC-Edit) DELIMITED BY SIZE
          INTO WS-Tkt-Msg
        END-STRING
        MOVE "QUERY-FAIL" TO WS-Tkl-Action
        MOVE WS-Tkt-Msg TO WS-MSG
        PERFORM 700-Journal-Action
        GO TO 300-Query-Ticket-Exit
    END-IF.

    MOVE FUNCTION TRIM(WS-Tkt-Reply, LEADING) TO WS-Tkt-Reply.
    MOVE SPACE TO WS-Tkt-Reply-Word.
    MOVE 1 TO WS-Tkt-Reply-Ptr.
    UNSTRING WS-Tkt-Reply DELIMITED BY ALL SPACE
        INTO WS-Tkt-Reply-Word
        WITH POINTER WS-Tkt-Reply-Ptr
    END-UNSTRING.
    MOVE FUNCTION UPPER-CASE(WS-Tkt-Reply-Word)
      TO WS-Tkt-Reply-Word.

    IF  WS-Tkt-Reply-Word = "CLOSED"
    OR  WS-Tkt-Reply-Word = "RESOLVED"
        MOVE "Y" TO WS-Tkt-Closed-Sw
        MOVE SPACE TO WS-Tkt-Text
        IF  WS-Tkt-Reply-Ptr <= 200
            MOVE WS-Tkt-Reply(WS-Tkt-Reply-Ptr : ) TO WS-Tkt-Text
        END-IF
        IF  WS-Tkt-Text = SPACE
            STRING "closed in ITSM ticket " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tkt-Number) DELIMITED BY SIZE
              INTO WS-Tkt-Text
            END-STRING
        END-IF
        MOVE "ticket closed in ITSM" TO WS-Tkt-Msg
    ELSE
        MOVE SPACE TO WS-Tkt-Msg
        STRING "ticket status " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tkt-Reply-Word) DELIMITED BY SIZE
          INTO WS-Tkt-Msg
        END-STRING
    END-IF.

*>------------------------------------------------
300-Query-Ticket-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
400-Close-Ticket.
*>------------------------------------------------
*> The item's resolution goes to the ticket as its
*> closing text, so the desk sees what was done.
*>------------------------------------------------
    IF  WS-Tkc-Close-Cmd = SPACE
    OR  WS-Tkt-Number = SPACE
        MOVE 4 TO WS-Tkt-Return
        MOVE "no CLOSE command or no ticket" TO WS-Tkt-Msg
        GO TO 400-Close-Ticket-Exit
    END-IF.

    MOVE WS-Tkc-Close-Cmd TO WS-Tkt-Tpl.
    PERFORM 800-Run-Command.

    IF  WS-Tkt-Cmd-RC NOT = ZERO
        MOVE 8 TO WS-Tkt-Return
        MOVE WS-Tkt-Cmd-RC TO WS-Tkt-RC-Edit
        MOVE SPACE TO WS-Tkt-Msg
        STRING "CLOSE command failed - exit "
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tkt-RC-Edit) DELIMITED BY SIZE
          INTO WS-Tkt-Msg
        END-STRING
        MOVE "CLOSE-FAIL" TO WS-Tkl-Action
        MOVE WS-Tkt-Msg TO WS-MSG
        PERFORM 700-Journal-Action
        GO TO 400-Close-Ticket-Exit
    END-IF.

    MOVE "ticket closed" TO WS-Tkt-Msg.
    MOVE "CLOSE" TO WS-Tkl-Action.
    MOVE WS-Tkt-Text TO WS-MSG.
    PERFORM 700-Journal-Action.

*>------------------------------------------------
400-Close-Ticket-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
700-Journal-Action.
*>------------------------------------------------
*> WS-Tkl-Action and WS-MSG are set by the caller; the
*> item, ticket and actor are the ones in hand.
*>------------------------------------------------
    MOVE WS-Tkt-Stamp    TO WS-Tkl-Stamp.
    MOVE WS-Tkt-Item-Key TO WS-Tkl-Item-Key.
    MOVE WS-Tkt-Number   TO WS-Tkl-Ticket-No.
    MOVE WS-Tkt-By       TO WS-Tkl-By.
    MOVE WS-MSG          TO WS-Tkl-Text.

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

*>------------------------------------------------
800-Run-Command.
*>------------------------------------------------
*> WS-Tkt-Tpl holds the verb's template.  The first
*> %TICKET% takes the ticket number (same head/tail
*> splice as PGM05's %TO%), the item's facts go in the
*> environment, the text is appended as one quoted
*> argument, and the first line printed comes back in
*> WS-Tkt-Reply.  Quotes inside the values are blanked
*> so nothing can break out of its argument.
*>------------------------------------------------
    MOVE WS-Tkt-Text   TO WS-Tkt-Arg.
    MOVE WS-Tkt-Number TO WS-Tkt-Arg-No.
    MOVE WS-Tkt-By     TO WS-Tkt-Arg-By.
    MOVE WS-Tkt-Company TO WS-Tkt-Arg-Co.
    INSPECT WS-Tkt-Arg    REPLACING ALL "'" BY SPACE.
    INSPECT WS-Tkt-Arg-No REPLACING ALL "'" BY SPACE.
    INSPECT WS-Tkt-Arg-By REPLACING ALL "'" BY SPACE.
    INSPECT WS-Tkt-Arg-Co REPLACING ALL "'" BY SPACE.

    MOVE ZERO TO WS-Tkt-Token-Count.
    INSPECT WS-Tkt-Tpl
      TALLYING WS-Tkt-Token-Count FOR ALL "%TICKET%".

    IF  WS-Tkt-Token-Count > ZERO
        MOVE SPACE TO WS-Tkt-Tpl-Head
                      WS-Tkt-Tpl-Tail
        MOVE ZERO  TO WS-Tkt-Head-Len
        UNSTRING WS-Tkt-Tpl DELIMITED BY "%TICKET%"
            INTO WS-Tkt-Tpl-Head COUNT IN WS-Tkt-Head-Len
                 WS-Tkt-Tpl-Tail
        END-UNSTRING
        MOVE SPACE TO WS-Tkt-Tpl
        IF  WS-Tkt-Head-Len > ZERO
            STRING WS-Tkt-Tpl-Head(1 : WS-Tkt-Head-Len)
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tkt-Arg-No) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tkt-Tpl-Tail, TRAILING)
                     DELIMITED BY SIZE
              INTO WS-Tkt-Tpl
            END-STRING
        ELSE
            STRING FUNCTION TRIM(WS-Tkt-Arg-No) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tkt-Tpl-Tail, TRAILING)
                     DELIMITED BY SIZE
              INTO WS-Tkt-Tpl
            END-STRING
        END-IF
    END-IF.

    MOVE SPACE TO WS-Tkt-Cmd.
    STRING "TKT_ITEM='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Item-Key) DELIMITED BY SIZE
           "' TKT_NO='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Arg-No) DELIMITED BY SIZE
           "' TKT_SEV='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Severity) DELIMITED BY SIZE
           "' TKT_CO='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Arg-Co) DELIMITED BY SIZE
           "' TKT_BY='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Arg-By) DELIMITED BY SIZE
           "' " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Tpl) DELIMITED BY SIZE
           " '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Tkt-Arg) DELIMITED BY SIZE
           "' > '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Ticket-Reply-Path) DELIMITED BY SIZE
           "' 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Tkt-Cmd
    END-STRING.

    MOVE SPACE TO WS-Tkt-Reply.

    CALL "SYSTEM"
      USING WS-Tkt-Cmd
    END-CALL.
    MOVE Return-Code TO WS-Tkt-Cmd-RC.

    OPEN INPUT Ticket-Reply-File.
    IF  WS-StatusTKR = "00"
        READ Ticket-Reply-File
            AT END
                CONTINUE
            NOT AT END
                MOVE Ticket-Reply-Line TO WS-Tkt-Reply
        END-READ
        CLOSE Ticket-Reply-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Ticket-Reply-Path
    END-CALL.

END PROGRAM PGM63.
