
COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

*> same who-ran-this identity 114-Write-Run-Audit-Record
*> captures, stamped on every history header.
01  WS-OS-User                   PIC X(20) VALUE SPACE.
      INTO WS-Alert-Queue-Path
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
100-Load-Current-Table.
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE WS-Error-Log-Event-Code TO WS-Alert-Event-Code.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
