*>COPY "./copybooks/Session-WS.cpy".
01  WS-StatusSES                 PIC X(02).
01  WS-Session-Path              PIC X(60) VALUE SPACE.

01  WS-EOF-SES                   PIC X(01) VALUE "N".
    88  Session-EOF              VALUE "Y".

01  WS-Ses-Count                 PIC 9(03) VALUE ZERO.
01  WS-Ses-Limit                 PIC 9(03) VALUE 100.
01  WS-Ses-Table.
    05  WS-Ses-Entry OCCURS 100 TIMES
                       INDEXED BY WS-Ses-Idx.
        10  WS-Ses-Session-ID    PIC X(20).
        10  WS-Ses-Operator-ID   PIC X(20).
        10  WS-Ses-Started       PIC X(14).
        10  WS-Ses-Last-Active   PIC X(14).
*>      "Y" once signed off or timed out - left out of
*>      the rewrite.
        10  WS-Ses-Drop          PIC X(01).
01  WS-Ses-Hit                   PIC 9(03) VALUE ZERO.

*> idle limit (PGM00_SESSION_IDLE_MINUTES, default 15)
*> and the minutes a session has sat since its last
*> touch.
01  WS-Ses-Idle-Limit            PIC 9(04) VALUE 15.
01  WS-Ses-Idle-Raw              PIC X(10) VALUE SPACE.
01  WS-Ses-Idle-Minutes          PIC S9(09) VALUE ZERO.
01  WS-Ses-Now-Minutes           PIC S9(09) VALUE ZERO.
01  WS-Ses-Then-Minutes          PIC S9(09) VALUE ZERO.
01  WS-Ses-Stamp-Work            PIC X(14) VALUE SPACE.
01  WS-Ses-Stamp-Parts REDEFINES WS-Ses-Stamp-Work.
    05  WS-Ses-Stamp-Date        PIC 9(08).
    05  WS-Ses-Stamp-HH          PIC 9(02).
    05  WS-Ses-Stamp-MI          PIC 9(02).
    05  WS-Ses-Stamp-SS          PIC 9(02).
