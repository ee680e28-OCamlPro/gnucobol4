
COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Aud-Company               PIC X(10) VALUE SPACE.
01  WS-Aud-Mode                  PIC X(01) VALUE SPACE.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

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
091-Load-Dir-Table.
*>------------------------------------------------
            EVALUATE TRUE
                WHEN II-Disposition = "DONE"
                  OR II-Disposition = "POSTED"
                  OR II-Disposition = "POST-SUSP"
                  OR II-Disposition = "REVERSED"
                  OR II-Disposition = "SPLIT"
                    MOVE SPACE TO WS-Aud-Check-Path
                    STRING FUNCTION TRIM
*>------------------------------------------------
*> Every ack-*.dat row under ./outbound is a receipt
*> intake itself wrote - the best surviving evidence.
*> A vendor whose acks go out sealed has its clear
*> copies in ./files/sent, so both are read.
*>------------------------------------------------
    MOVE SPACE TO WS-Intake-Scan-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
    STRING "find " DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound))
             DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-files))
             DELIMITED BY SIZE
           "sent" DELIMITED BY SIZE
           " -maxdepth 1 -type f -name 'ack-*.dat' -printf '%p\n' > "
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Scan-Path) DELIMITED BY SIZE
*> The rebuild is itself audited - who reconstructed
*> the index and when, same ./logs/run-audit.log row
*> shape PGM01's 245-Note-Acks-In-Run-Audit writes.
*> WS-OS-User is the identity 090-Init-Root-Path
*> settled on.
*>------------------------------------------------
    MOVE SPACE TO WS-Run-Audit-Row.

    STRING CDT-Month DELIMITED BY SIZE
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

END PROGRAM PGM21.
