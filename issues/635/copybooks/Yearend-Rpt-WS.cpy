*>COPY "./copybooks/Yearend-Rpt-WS.cpy".
01  WS-StatusYER                 PIC X(02).
01  WS-Yearend-Rpt-Path          PIC X(60) VALUE SPACE.

*> the year being closed, the day its opening balances
*> go in under, and the bounds of the year's keys.
01  WS-Ye-Year                   PIC 9(04) VALUE ZERO.
01  WS-Ye-Next-Year              PIC 9(04) VALUE ZERO.
01  WS-Ye-Prior-Year             PIC 9(04) VALUE ZERO.
01  WS-Ye-From-Date              PIC X(08) VALUE SPACE.
01  WS-Ye-To-Date                PIC X(08) VALUE SPACE.
01  WS-Ye-Open-Date              PIC X(08) VALUE SPACE.
01  WS-Ye-Reg-From-Date          PIC X(08) VALUE SPACE.
01  WS-Ye-Source-Tag             PIC X(80) VALUE SPACE.

*> closing balance per GL account for one company,
*> built from the year's postings through the account
*> map (debit side +, credit side -) plus the year's
*> own opening balances.
01  WS-Ye-Acct-Table.
    05  WS-Ye-Acct-Count         PIC 9(03) VALUE ZERO.
    05  WS-Ye-Acct-Entry OCCURS 500 TIMES
                          INDEXED BY WS-Ye-Acct-Idx.
        10  WS-Ye-Acct-Code      PIC X(12).
        10  WS-Ye-Acct-Balance   PIC S9(13)V9(02).
        10  WS-Ye-Acct-Doc       PIC 9(09).
01  WS-Ye-Acct-Search            PIC X(12) VALUE SPACE.
01  WS-Ye-Acct-Amount            PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Acct-Hit               PIC 9(03) VALUE ZERO.
01  WS-Ye-Acct-Full-Sw           PIC X(01) VALUE "N".
    88  WS-Ye-Acct-Full          VALUE "Y".

*> every register path the catalog names for the
*> company and the window - a path catalogued twice
*> (a same-day re-run) is read once.
01  WS-Ye-Reg-Table.
    05  WS-Ye-Reg-Count          PIC 9(04) VALUE ZERO.
    05  WS-Ye-Reg-Entry OCCURS 1000 TIMES
                          INDEXED BY WS-Ye-Reg-Idx.
        10  WS-Ye-Reg-Type       PIC X(12).
        10  WS-Ye-Reg-Date       PIC X(08).
        10  WS-Ye-Reg-Path       PIC X(80).
01  WS-Ye-Reg-Dup-Sw             PIC X(01) VALUE "N".
    88  WS-Ye-Reg-Dup            VALUE "Y".

*> the proof: what the master holds for the year
*> against what the registers say was posted.
01  WS-Ye-TM-Count               PIC 9(09) VALUE ZERO.
01  WS-Ye-TM-Amount              PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Opening-In-Count       PIC 9(07) VALUE ZERO.
01  WS-Ye-Reg-Records            PIC 9(09) VALUE ZERO.
01  WS-Ye-Reg-Amount             PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Reg-Read-Count         PIC 9(04) VALUE ZERO.
01  WS-Ye-Reg-Missing-Count      PIC 9(04) VALUE ZERO.
01  WS-Ye-Unmapped-Count         PIC 9(07) VALUE ZERO.
01  WS-Ye-Unmapped-Amount        PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Diff-Count             PIC S9(09) VALUE ZERO.
01  WS-Ye-Diff-Amount            PIC S9(13)V9(02) VALUE ZERO.

*> one register's own figures while it is being read.
01  WS-Ye-Reg-Eff-Date           PIC X(08) VALUE SPACE.
01  WS-Ye-Reg-Line-Records       PIC 9(09) VALUE ZERO.
01  WS-Ye-Reg-Line-Amount        PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Reg-Total-Sw           PIC X(01) VALUE "N".
    88  WS-Ye-Reg-Total-Found    VALUE "Y".
01  WS-Ye-Scan-Pos               PIC 9(03) VALUE ZERO.
01  WS-Ye-Scan-Text              PIC X(40) VALUE SPACE.
01  WS-Ye-Scan-Text-2            PIC X(40) VALUE SPACE.

*> what the close did.
01  WS-Ye-Opening-Docs           PIC 9(07) VALUE ZERO.
01  WS-Ye-Opening-Total          PIC S9(13)V9(02) VALUE ZERO.
01  WS-Ye-Moved-Count            PIC 9(09) VALUE ZERO.
01  WS-Ye-Move-Failed-Count      PIC 9(09) VALUE ZERO.

*> one detail line of the account section.
01  WS-Ye-Acct-Row.
    05  WS-Ye-Row-Account        PIC X(12) VALUE SPACE.
    05                           PIC X(04) VALUE SPACE.
    05  WS-Ye-Row-Balance        PIC -(13)9.99 VALUE ZERO.
    05                           PIC X(04) VALUE SPACE.
    05  WS-Ye-Row-Doc            PIC Z(09) VALUE ZERO.

*> one label / value line of the proof section.
01  WS-Ye-Proof-Row.
    05  WS-Ye-Proof-Label        PIC X(34) VALUE SPACE.
    05  WS-Ye-Proof-Count        PIC -(09)9 VALUE ZERO.
    05                           PIC X(04) VALUE SPACE.
    05  WS-Ye-Proof-Amount       PIC -(13)9.99 VALUE ZERO.

01  WS-Ye-Count-Edit             PIC Z(08)9 VALUE ZERO.
01  WS-Ye-Amount-Edit            PIC -(13)9.99 VALUE ZERO.
