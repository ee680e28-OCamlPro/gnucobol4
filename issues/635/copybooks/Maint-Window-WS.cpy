*>COPY "./copybooks/Maint-Window-WS.cpy".
01  WS-StatusMNW                 PIC X(02).
01  WS-Maint-Window-Path         PIC X(60) VALUE SPACE.

01  WS-EOF-MNW                   PIC X(01) VALUE "N".
    88  Maint-Window-EOF         VALUE "Y".

*> in-memory copy of ./reports/maint-window.cfg, in file
*> order.
01  WS-Maint-Table.
    05  WS-Maint-Count           PIC 9(02) VALUE ZERO.
    05  WS-Maint-Entry OCCURS 40 TIMES
                         INDEXED BY WS-Mnt-Idx.
        10  WS-Maint-ID          PIC 9(04).
        10  WS-Maint-Start       PIC X(12).
        10  WS-Maint-End         PIC X(12).
        10  WS-Maint-Scope       PIC X(01).
        10  WS-Maint-Scope-Value PIC X(10).
        10  WS-Maint-Reason      PIC X(40).
        10  WS-Maint-Changed-By  PIC X(20).
        10  WS-Maint-Changed-Stamp
                                 PIC X(14).

*> lookup for one YYYYMMDDHHMM stamp: the first window
*> open at that minute whose scope is everything, the
*> company or the vendor asked about (either may be left
*> blank).  WS-Maint-Hit is zero when none covers it.
01  WS-Maint-Test-Stamp          PIC X(12) VALUE SPACE.
01  WS-Maint-Test-Company        PIC X(10) VALUE SPACE.
01  WS-Maint-Test-Vendor         PIC X(10) VALUE SPACE.
01  WS-Maint-Hit                 PIC 9(02) VALUE ZERO.
