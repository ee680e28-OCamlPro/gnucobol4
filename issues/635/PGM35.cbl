*> Dual-control approvals screen.
*> The second pair of eyes the controls review asked
*> for: lists the pending privileged requests PGM00
*> filed (force recreate, beyond-threshold purge), and
*> PGM69's right-to-erasure requests, and lets a SECOND authorized operator approve or deny
*> each - an approver who is also the requester is
*> refused outright, and approving at all needs the
*> APPROVE token on the auth table.  Only an approved

COPY "./copybooks/Approval-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Done-Sw                   PIC X(01) VALUE "N".
      INTO WS-Auth-Table-Path
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
            MOVE WS-Opr-ID TO WS-Auth-User
        WHEN WS-Opr-No-Master
            ACCEPT WS-Auth-User FROM ENVIRONMENT "USER" END-ACCEPT
            IF  WS-Auth-User = SPACE
                ACCEPT WS-Auth-User FROM ENVIRONMENT "LOGNAME"
                  END-ACCEPT
            END-IF
            IF  WS-Auth-User = SPACE
                MOVE "UNKNOWN" TO WS-Auth-User
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.

*>------------------------------------------------
200-Approvals-Loop.
*>------------------------------------------------
240-Save-Approvals.
*>------------------------------------------------
*> The queue's hash chain (PGM70) is walked before the
*> rewrite - a break raises its alert there, before
*> the rewrite could lay fresh links over it - and
*> re-laid over the rewritten rows afterwards.
*>------------------------------------------------
*> Full rewrite, same shape as PGM00's own
*> 00425-Save-Approvals.
*>------------------------------------------------
    MOVE "V"              TO WS-Chn-Function.
    MOVE WS-Pgm-ID        TO WS-Chn-Caller.
    MOVE WS-Approval-Path TO WS-Chn-Path.
    MOVE 79               TO WS-Chn-Row-Len.
    MOVE "Y"              TO WS-Chn-Alert-Sw.
    MOVE ZERO             TO WS-Chn-Expect-Rows.
    MOVE SPACE            TO WS-Chn-Expect-Tip.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    OPEN OUTPUT Approval-File.
    IF  WS-StatusAPV = "00"
        PERFORM 241-Write-One-Approval
        CLOSE Approval-File
    END-IF.

    MOVE "S" TO WS-Chn-Function.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

*>------------------------------------------------
241-Write-One-Approval.
*>------------------------------------------------
