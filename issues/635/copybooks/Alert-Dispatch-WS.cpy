01  WS-Alert-Dispatch-Cmd        PIC X(118) VALUE SPACE.
01  WS-Alert-Max-Attempts        PIC 9(02) VALUE 3.

01  WS-Alert-Deliver-Cmd         PIC X(320) VALUE SPACE.
01  WS-Alert-Text                PIC X(90) VALUE SPACE.

01  WS-EOF-ALQ                   PIC X(01) VALUE "N".
