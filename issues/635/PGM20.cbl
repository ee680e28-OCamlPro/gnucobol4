
COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-EOF-IDX                   PIC X(01) VALUE "N".
    88  Close-Sweep-EOF          VALUE "Y".
01  WS-EOF-RJL                   PIC X(01) VALUE "N".
    MOVE FUNCTION MOD(WS-Close-Hash-Accum, 10000000000)
      TO WS-Close-Hash.

    MOVE SPACE TO Day-Close-Line.
    MOVE WS-Close-Date    TO DC-Date.
    MOVE WS-Close-Files   TO DC-Files.
    MOVE WS-Close-Bytes   TO DC-Bytes.
    MOVE WS-Close-Rejects TO DC-Rejects.
    MOVE WS-Close-Hash    TO DC-Hash.
    MOVE WS-Close-Stamp   TO DC-Closed-Stamp.

    MOVE "A"                   TO WS-Chn-Function.
    MOVE WS-Pgm-ID             TO WS-Chn-Caller.
    MOVE WS-Day-Close-Path     TO WS-Chn-Path.
    MOVE 63                    TO WS-Chn-Row-Len.
    MOVE Day-Close-Line(1 : 63) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Day-Close-File
        IF  WS-StatusDCL NOT = "00"
            OPEN OUTPUT Day-Close-File
        END-IF
        IF  WS-StatusDCL = "00"
            WRITE Day-Close-Line
            CLOSE Day-Close-File
        END-IF
    END-IF.

    MOVE SPACE TO WS-MSG.
*> when, same ./logs/run-audit.log row shape PGM01's
*> 245-Note-Acks-In-Run-Audit writes.
*>------------------------------------------------
*>  the operator signed on at the PGM32 menu (PGM61)
*>  when this was launched from there, else the OS
*>  login - a job never refuses to run for want of
*>  a sign-on.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 8 TO WS-Opr-Return
    END-CALL.
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

*>------------------------------------------------
