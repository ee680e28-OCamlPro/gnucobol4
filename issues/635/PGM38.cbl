*> restored file is as trustworthy and as audited as
*> an original arrival, and ready for PGM10-style
*> reprocessing.  Same standalone console mold as
*> PGM02.  A restore hands back the raw bytes, masked
*> columns and all, so it takes RAWDATA in
*> ./reports/auth-table.cfg.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Rst-Company               PIC X(10) VALUE SPACE.
01  WS-Rst-Filename              PIC X(80) VALUE SPACE.
01  WS-Rst-Date                  PIC X(08) VALUE SPACE.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "RAWDATA" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to restore raw arrivals"
          UPON CONSOLE
        GOBACK
    END-IF.

    PERFORM 200-Restore-Loop
      UNTIL WS-Rst-Again = "N" OR WS-Rst-Again = "n".

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
    MOVE WS-OS-User TO WS-Auth-User.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM47's 079-Check-Authorization - no file deployed
*> means everything is allowed, today's behavior.
*>------------------------------------------------
    MOVE "Y" TO WS-Auth-No-File-Sw.
    MOVE "N" TO WS-Auth-Allowed-Sw.

    MOVE "N" TO WS-EOF-AUT.
    OPEN INPUT Auth-Table-File.
    IF  WS-StatusAUT = "00"
        MOVE "N" TO WS-Auth-No-File-Sw
        PERFORM 0791-Check-One-Auth-Row
          UNTIL Auth-Table-EOF
        CLOSE Auth-Table-File
    END-IF.

    IF  WS-Auth-No-File
        MOVE "Y" TO WS-Auth-Allowed-Sw
    END-IF.

*>------------------------------------------------
0791-Check-One-Auth-Row.
*>------------------------------------------------
    READ Auth-Table-File
        AT END
            MOVE "Y" TO WS-EOF-AUT
        NOT AT END
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(AU-User))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Auth-User))
                MOVE ZERO TO WS-Auth-Token-Count
                INSPECT FUNCTION UPPER-CASE(AU-Actions)
                    TALLYING WS-Auth-Token-Count
                    FOR ALL FUNCTION UPPER-CASE
                        (FUNCTION TRIM(WS-Auth-Action-Token))
                IF  WS-Auth-Token-Count > ZERO
                    MOVE "Y" TO WS-Auth-Allowed-Sw
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
092-Read-Dir-Table-Row.
*>------------------------------------------------
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

END PROGRAM PGM38.
