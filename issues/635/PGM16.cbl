    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE WS-Log-Event-Code TO WS-Alert-Event-Code.
    IF  WS-Co-Idx > ZERO
    AND WS-Co-Idx NOT > WS-Company-Count
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Alert-Company
    END-IF.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
