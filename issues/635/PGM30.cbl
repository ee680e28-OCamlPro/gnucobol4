
COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Release-Done          VALUE "Y".

      INTO WS-Reject-Ledger-Path
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

*>------------------------------------------------
092-Read-Dir-Table-Row.
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
        MOVE File-Size-In-Bytes TO WS-Reject-Size
        MOVE WS-Anh-Filename(WS-Anh-Idx) TO WS-Reject-Filename

        MOVE "A"                   TO WS-Chn-Function
        MOVE WS-Pgm-ID             TO WS-Chn-Caller
        MOVE WS-Reject-Ledger-Path TO WS-Chn-Path
        MOVE 170                   TO WS-Chn-Row-Len
        MOVE WS-Reject-Ledger-Row  TO WS-Chn-Row
        CALL "PGM70" USING WS-Chn-Link
          ON EXCEPTION
              MOVE 12 TO WS-Chn-Return
        END-CALL
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
        END-IF

        PERFORM 230-Record-Release-Audit
