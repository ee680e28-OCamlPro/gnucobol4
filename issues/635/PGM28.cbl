
COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Bench-Done            VALUE "Y".

        CLOSE Dir-Table-File
    END-IF.

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
    MOVE WS-Bench-Filename(WS-Bch-Idx) TO RW-Filename.
    MOVE WS-OS-User                    TO RW-Operator.

    MOVE "A"                    TO WS-Chn-Function.
    MOVE WS-Pgm-ID              TO WS-Chn-Caller.
    MOVE WS-Reject-Work-Path    TO WS-Chn-Path.
    MOVE 162                    TO WS-Chn-Row-Len.
    MOVE Reject-Work-Line(1 : 162) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Reject-Work-File
        IF  WS-StatusRJW NOT = "00"
            OPEN OUTPUT Reject-Work-File
        END-IF
        IF  WS-StatusRJW = "00"
            MOVE SPACE TO RW-Chain-Link
            WRITE Reject-Work-Line
            CLOSE Reject-Work-File
        END-IF
    END-IF.

    MOVE SPACE TO WS-Run-Audit-Row.
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

END PROGRAM PGM28.
