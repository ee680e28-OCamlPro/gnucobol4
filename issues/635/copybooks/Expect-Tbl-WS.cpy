01  WS-Expect-Found-Sw           PIC X(01) VALUE "N".
    88  WS-Expect-Was-Found      VALUE "Y".
01  WS-Expect-Missed-Count       PIC 9(04) VALUE ZERO.
01  WS-Expect-Deferred-Count     PIC 9(04) VALUE ZERO.
01  WS-Expect-Star-Count         PIC 9(02) VALUE ZERO.
01  WS-Expect-Prefix             PIC X(40) VALUE SPACE.
01  WS-Expect-Prefix-Len         PIC 9(03) VALUE ZERO.
