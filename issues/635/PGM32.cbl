*> says this user can't use, and opening with PGM11's
*> health summary - so the day starts from one place
*> instead of a cheat sheet of binaries.
*> With an operator master deployed the menu opens
*> with a sign-on (PGM61), the auth table is checked
*> for the signed-on operator rather than the shared OS
*> login, and the session PGM61 opens is what every
*> console and job launched from here records as the
*> operator.  A choice made after the session has sat
*> idle past PGM00_SESSION_IDLE_MINUTES is dropped and
*> the terminal signed on again; Q signs off.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Menu-Done             VALUE "Y".

*> "Y" when an operator master is deployed and this
*> terminal has to be signed on to use the menu.
01  WS-Signon-Sw                 PIC X(01) VALUE "N".
    88  WS-Signon-In-Force       VALUE "Y".
01  WS-Signon-Tries              PIC 9(02) VALUE ZERO.
01  WS-Signon-Max-Tries          PIC 9(02) VALUE 3.
01  WS-Signon-Cmd                PIC X(40) VALUE SPACE.

*> the compiled menu - consoles ("C", CALLed bare) and
*> jobs ("J", CALLed with the full linkage set).  Same
*> VALUES-plus-REDEFINES table shape as Dir-Files-Tbl.
    05 PIC X(47) VALUE "PGM36 CFile lifecycle timeline".
    05 PIC X(47) VALUE "PGM37 CSynthetic load generator".
    05 PIC X(47) VALUE "PGM38 CArchive restore".
    05 PIC X(47) VALUE "PGM40 CPosting reversal".
    05 PIC X(47) VALUE "PGM41 CTransaction master inquiry".
    05 PIC X(47) VALUE "PGM42 CAccounting period control".
    05 PIC X(47) VALUE "PGM45 CConfiguration bundle export/import".
    05 PIC X(47) VALUE "PGM46 CLayout-profile maintenance".
    05 PIC X(47) VALUE "PGM47 CRecord repair workbench".
    05 PIC X(47) VALUE "PGM49 CPlanned maintenance calendar".
    05 PIC X(47) VALUE "PGM51 CVendor onboarding and probation sign-off".
    05 PIC X(47) VALUE "PGM52 CShift handover report and sign-on".
    05 PIC X(47) VALUE "PGM54 CArchive bundle repair".
    05 PIC X(47) VALUE "PGM55 CLegal hold register".
    05 PIC X(47) VALUE "PGM56 CValue-threshold release gate".
    05 PIC X(47) VALUE "PGM58 COpen-item force-match and write-off".
    05 PIC X(47) VALUE "PGM60 CCode-translation maintenance".
    05 PIC X(47) VALUE "PGM62 COperator master maintenance".
    05 PIC X(47) VALUE "PGM66 CQA sample review".
    05 PIC X(47) VALUE "PGM69 CRight-to-erasure register".
    05 PIC X(47) VALUE "PGM73 CPosting proof sign-off".
*> PGM29 (enterprise consolidation), PGM33 (a
*> scheduler pass) and PGM64 (a ticket sync pass) are
*> normally cron's to fire, but all end with GOBACK and
*> take no input, so an operator can trigger one from
*> here ad hoc.
    05 PIC X(47) VALUE "PGM29 CEnterprise consolidation run".
    05 PIC X(47) VALUE "PGM33 CScheduler pass (run what is due)".
    05 PIC X(47) VALUE "PGM64 CITSM ticket sync pass".
    05 PIC X(47) VALUE "PGM07 JArchive roll-off (period job)".
    05 PIC X(47) VALUE "PGM08 JWeekly summary (period job)".
    05 PIC X(47) VALUE "PGM09 JCapacity forecast (period job)".
    05 PIC X(47) VALUE "PGM22 JIndex history roll-off".
    05 PIC X(47) VALUE "PGM25 JChargeback statements".
    05 PIC X(47) VALUE "PGM27 JVendor scorecard".
    05 PIC X(47) VALUE "PGM43 JFiscal year-end close".
    05 PIC X(47) VALUE "PGM53 JArchive integrity scrub".
    05 PIC X(47) VALUE "PGM59 JRun-plan forecast (period job)".
    05 PIC X(47) VALUE "PGM65 JQA sample draw".
    05 PIC X(47) VALUE "PGM67 JMonthly QA report".
    05 PIC X(47) VALUE "PGM68 JData-quality trend".
    05 PIC X(47) VALUE "PGM71 JLedger hash-chain verification".
    05 PIC X(47) VALUE "PGM72 JPosting proof".
01  WS-Menu-Table REDEFINES WS-Menu-Values.
    05  WS-Menu-Entry OCCURS 54 TIMES
                        INDEXED BY WS-Mnu-Idx.
        10  WS-Menu-Pgm          PIC X(06).
        10  WS-Menu-Kind         PIC X(01).
        10  WS-Menu-Desc         PIC X(40).

01  WS-Menu-Nbr-Entries          PIC 9(02) VALUE 54.
01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Pick-Num                  PIC 9(02) VALUE ZERO.
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 100-Sign-On.
    IF  WS-Signon-In-Force
    AND NOT WS-Opr-OK
        DISPLAY WS-Pgm-ID " not signed on - menu closed"
          UPON CONSOLE
        GOBACK
    END-IF.

*>  the 6 a.m. facts first - PGM11's own summary,
*>  shown on the menu's face.
    CALL "PGM11"
            UPON CONSOLE
    END-CALL.

    PERFORM 200-Menu-Loop THRU 200-Menu-Loop-Exit
      UNTIL WS-Menu-Done.

    IF  WS-Signon-In-Force
        MOVE "E" TO WS-Opr-Function
        CALL "PGM61" USING WS-Opr-Link
          ON EXCEPTION
              CONTINUE
        END-CALL
    END-IF.

    GOBACK.

*>------------------------------------------------
        MOVE "UNKNOWN" TO WS-Auth-User
    END-IF.

*>------------------------------------------------
100-Sign-On.
*>------------------------------------------------
*> No operator master (PGM61 answers 4) leaves the OS
*> login as the user - today's behavior.  A terminal
*> already holding a live session keeps it; otherwise
*> the operator gets a few tries before the menu
*> closes, and PGM61 counts every wrong PIN toward the
*> lock.
*>------------------------------------------------
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.

    EVALUATE TRUE
        WHEN WS-Opr-No-Master
            MOVE "N" TO WS-Signon-Sw
        WHEN WS-Opr-OK
            MOVE "Y" TO WS-Signon-Sw
            MOVE WS-Opr-ID TO WS-Auth-User
        WHEN OTHER
            MOVE "Y" TO WS-Signon-Sw
            MOVE ZERO TO WS-Signon-Tries
            PERFORM 110-Take-Sign-On
              UNTIL WS-Opr-OK
                 OR WS-Opr-No-Master
                 OR WS-Signon-Tries >= WS-Signon-Max-Tries
            IF  WS-Opr-OK
                MOVE WS-Opr-ID TO WS-Auth-User
            END-IF
    END-EVALUATE.

*>------------------------------------------------
110-Take-Sign-On.
*>------------------------------------------------
*> The PIN is keyed with terminal echo off.
*>------------------------------------------------
    ADD 1 TO WS-Signon-Tries.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "=== OPERATOR SIGN-ON ===" UPON CONSOLE.
    DISPLAY "Operator ID:" UPON CONSOLE.
    MOVE SPACE TO WS-Opr-ID.
    ACCEPT WS-Opr-ID FROM CONSOLE END-ACCEPT.

    DISPLAY "PIN:" UPON CONSOLE.
    MOVE "stty -echo 2>/dev/null" TO WS-Signon-Cmd.
    CALL "SYSTEM"
      USING WS-Signon-Cmd
    END-CALL.
    MOVE SPACE TO WS-Opr-PIN.
    ACCEPT WS-Opr-PIN FROM CONSOLE END-ACCEPT.
    MOVE "stty echo 2>/dev/null" TO WS-Signon-Cmd.
    CALL "SYSTEM"
      USING WS-Signon-Cmd
    END-CALL.

    MOVE "S" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.
    MOVE SPACE TO WS-Opr-PIN.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg) UPON CONSOLE.

*>------------------------------------------------
120-Check-Session.
*>------------------------------------------------
*> Run after each choice is keyed - the wait at the
*> menu prompt is where a terminal sits idle.  A lapsed
*> session throws the choice away and asks for a fresh
*> sign-on, which may be a different operator.
*>------------------------------------------------
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.

    IF  NOT WS-Opr-OK
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
          UPON CONSOLE
        MOVE SPACE TO WS-Menu-Choice
        PERFORM 100-Sign-On
        IF  WS-Signon-In-Force
        AND NOT WS-Opr-OK
            DISPLAY WS-Pgm-ID " not signed on - menu closed"
              UPON CONSOLE
            MOVE "Y" TO WS-Done-Sw
        END-IF
    END-IF.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.

    IF  WS-Signon-In-Force
        PERFORM 120-Check-Session
        IF  WS-Menu-Choice = SPACE
            GO TO 200-Menu-Loop-Exit
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN WS-Menu-Choice = "Q" OR WS-Menu-Choice = "q"
            MOVE "Y" TO WS-Done-Sw
            END-IF
    END-EVALUATE.

*>------------------------------------------------
200-Menu-Loop-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Display-One-Entry.
*>------------------------------------------------
