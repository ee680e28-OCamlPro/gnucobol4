*>COPY "./copybooks/Match-Rule-WS.cpy".
01  WS-StatusMRL                 PIC X(02).
01  WS-Match-Rule-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-MRL                   PIC X(01) VALUE "N".
    88  Match-Rule-EOF           VALUE "Y".

*> in-memory copy of ./reports/match-rules.cfg, in file
*> order - the rules are applied top to bottom, so a
*> document an earlier row matched is not open to a
*> later one.
01  WS-Match-Rule-Table.
    05  WS-Mrl-Count             PIC 9(02) VALUE ZERO.
    05  WS-Mrl-Entry OCCURS 20 TIMES
                       INDEXED BY WS-Mrl-Idx.
        10  WS-Mrl-Company       PIC X(10).
        10  WS-Mrl-Vendor-A      PIC X(10).
        10  WS-Mrl-Vendor-B      PIC X(10).
        10  WS-Mrl-Ref-Col-A     PIC 9(02).
        10  WS-Mrl-Ref-Col-B     PIC 9(02).
        10  WS-Mrl-Amount-Tol    PIC 9(11)V9(02).
        10  WS-Mrl-Date-Tol      PIC 9(03).
