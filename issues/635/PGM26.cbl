*> is this list, not anyone's memory.  PGM11's health
*> summary shows the open count.  Same standalone
*> console-screen mold as PGM02.
*> Acknowledging an item is what stops PGM05 paging
*> the next on-call tier for it; the pages it has
*> already sent are shown when an item is picked.
*> While sign-on is in force the operator ID recorded
*> is the one signed on at the PGM32 menu (PGM61), not
*> one keyed here.
*> Closing an item that carries a corporate ITSM ticket
*> closes the ticket too (PGM63), with the resolution
*> recorded here; if the ITSM tool cannot be reached
*> PGM64's sync pass closes it later.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Ticket-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Done-Sw                   PIC X(01) VALUE "N".
        10  WS-List-Status       PIC X(01).
        10  WS-List-Assigned     PIC X(20).
        10  WS-List-Text         PIC X(60).
        10  WS-List-Ticket       PIC X(20).
        10  WS-List-Hop-Count    PIC 9(01).
        10  WS-List-Hop OCCURS 3 TIMES.
            15  WS-List-Hop-Tier  PIC X(01).
            15  WS-List-Hop-To    PIC X(40).
            15  WS-List-Hop-Stamp PIC X(14).

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Pick-Num                  PIC 9(03) VALUE ZERO.
01  WS-Operator                  PIC X(20) VALUE SPACE.
01  WS-Resolution                PIC X(60) VALUE SPACE.
01  WS-Now-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Hop-Num                   PIC 9(01) VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
      INTO WS-Work-Item-Path
    END-STRING.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  while sign-on is in force; with no operator master
*>  each action still asks who is doing it.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.
    EVALUATE TRUE
        WHEN WS-Opr-OK
            MOVE WS-Opr-ID TO WS-Operator
        WHEN WS-Opr-No-Master
            CONTINUE
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.

*>------------------------------------------------
200-Basket-Loop.
*>------------------------------------------------
                MOVE WI-Status      TO WS-List-Status(WS-Lst-Idx)
                MOVE WI-Assigned-To TO WS-List-Assigned(WS-Lst-Idx)
                MOVE WI-Text(1 : 60) TO WS-List-Text(WS-Lst-Idx)
                MOVE WI-Ticket-No   TO WS-List-Ticket(WS-Lst-Idx)
                MOVE ZERO TO WS-List-Hop-Count(WS-Lst-Idx)
                IF  WI-Hop-Count IS NUMERIC
                    MOVE WI-Hop-Count TO WS-List-Hop-Count(WS-Lst-Idx)
                    MOVE WI-Hop(1) TO WS-List-Hop(WS-Lst-Idx, 1)
                    MOVE WI-Hop(2) TO WS-List-Hop(WS-Lst-Idx, 2)
                    MOVE WI-Hop(3) TO WS-List-Hop(WS-Lst-Idx, 3)
                END-IF
            END-IF
    END-READ.

*> Assign, acknowledge, or close the picked item -
*> every action records who did it.
*>------------------------------------------------
    SET WS-Lst-Idx TO WS-Pick-Num.
    IF  WS-List-Ticket(WS-Lst-Idx) NOT = SPACE
        DISPLAY "ITSM ticket: "
                FUNCTION TRIM(WS-List-Ticket(WS-Lst-Idx))
          UPON CONSOLE
    END-IF.
    IF  WS-List-Hop-Count(WS-Lst-Idx) > ZERO
        DISPLAY "Paged (P primary, S secondary, M manager):"
          UPON CONSOLE
        PERFORM 221-Display-One-Hop
          VARYING WS-Hop-Num FROM 1 BY 1
            UNTIL WS-Hop-Num > WS-List-Hop-Count(WS-Lst-Idx)
    END-IF.

    DISPLAY "Action - A assign, K acknowledge, C close:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Action.
        DISPLAY WS-Pgm-ID " unknown action - nothing changed"
          UPON CONSOLE
    ELSE
        IF  WS-Opr-No-Master
            DISPLAY "Your operator ID:" UPON CONSOLE
            MOVE SPACE TO WS-Operator
            ACCEPT WS-Operator FROM CONSOLE END-ACCEPT
        END-IF

        MOVE SPACE TO WS-Resolution
        IF  WS-Action = "C"
        END-IF
    END-IF.

*>------------------------------------------------
221-Display-One-Hop.
*>------------------------------------------------
    DISPLAY "  " WS-List-Hop-Tier(WS-Lst-Idx, WS-Hop-Num) " "
            WS-List-Hop-Stamp(WS-Lst-Idx, WS-Hop-Num) " "
            FUNCTION TRIM(WS-List-Hop-To(WS-Lst-Idx, WS-Hop-Num))
      UPON CONSOLE.

*>------------------------------------------------
230-Apply-Action.
*>------------------------------------------------
            MOVE WS-Operator TO WI-Assigned-To
        WHEN "K"
            MOVE "A" TO WI-Status
            MOVE WS-Now-Stamp TO WI-Ack-Stamp
            IF  WI-Assigned-To = SPACE
                MOVE WS-Operator TO WI-Assigned-To
            END-IF
        WHEN "C"
            IF  WI-Ack-Stamp = SPACE
                MOVE WS-Now-Stamp TO WI-Ack-Stamp
            END-IF
            MOVE "C" TO WI-Status
            MOVE WS-Operator   TO WI-Assigned-To
            MOVE WS-Resolution TO WI-Resolution

    IF  WS-StatusWKI = "00"
        DISPLAY WS-Pgm-ID " item updated" UPON CONSOLE
        IF  WS-Action = "C"
        AND WI-Ticket-No NOT = SPACE
        AND WI-Ticket-State = "O"
            PERFORM 240-Close-Item-Ticket
        END-IF
    END-IF.

*>------------------------------------------------
240-Close-Item-Ticket.
*>------------------------------------------------
*> The item is closed here, so its ticket closes with
*> the same resolution (PGM63).  A close the ITSM tool
*> refuses leaves the ticket open on the item - PGM64's
*> sync pass closes it on a later pass.
*>------------------------------------------------
    MOVE SPACE TO WS-Tkt-Link.
    MOVE "C"            TO WS-Tkt-Function.
    MOVE WS-Pgm-ID      TO WS-Tkt-Caller.
    MOVE WS-Operator    TO WS-Tkt-By.
    MOVE WI-Key         TO WS-Tkt-Item-Key.
    MOVE WI-Severity    TO WS-Tkt-Severity.
    MOVE WI-Company     TO WS-Tkt-Company.
    MOVE WI-Resolution  TO WS-Tkt-Text.
    MOVE WI-Ticket-No   TO WS-Tkt-Number.
    CALL "PGM63" USING WS-Tkt-Link
      ON EXCEPTION
          MOVE 8 TO WS-Tkt-Return
          MOVE "ticketing bridge (PGM63) unavailable" TO WS-Tkt-Msg
    END-CALL.

    IF  WS-Tkt-OK
        MOVE "C" TO WI-Ticket-State
        MOVE WS-Now-Stamp TO WI-Ticket-Stamp
        REWRITE Work-Item-Record
            INVALID KEY
                CONTINUE
        END-REWRITE
        DISPLAY WS-Pgm-ID " ITSM ticket "
                FUNCTION TRIM(WI-Ticket-No) " closed" UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " ITSM ticket "
                FUNCTION TRIM(WI-Ticket-No) " not closed ("
                FUNCTION TRIM(WS-Tkt-Msg)
                ") - the sync pass will retry" UPON CONSOLE
    END-IF.

END PROGRAM PGM26.
