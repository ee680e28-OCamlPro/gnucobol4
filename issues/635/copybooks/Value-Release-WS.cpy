*>COPY "./copybooks/Value-Release-WS.cpy".
01  WS-StatusVRL                 PIC X(02).
01  WS-Value-Release-Path        PIC X(60) VALUE SPACE.

01  WS-EOF-VRL                   PIC X(01) VALUE "N".
    88  Value-Release-EOF        VALUE "Y".

*> the latest RELEASED row found for the arrival in hand.
01  WS-Vrl-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Vrl-Found             VALUE "Y".
01  WS-Vrl-User                  PIC X(20) VALUE SPACE.
01  WS-Vrl-Stamp                 PIC X(14) VALUE SPACE.
