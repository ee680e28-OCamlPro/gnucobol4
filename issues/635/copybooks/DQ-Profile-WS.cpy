*>COPY "./copybooks/DQ-Profile-WS.cpy".
*> per-file column profile for PGM01's content pass -
*> every detail row of the right shape is tallied here
*> column by column (good rows and bad alike), and one
*> ./reports/dq-history.dat row per column is written
*> when the file is done.
01  WS-Dq-Rows                   PIC 9(07) VALUE ZERO.
01  WS-Dq-Col-Num                PIC 9(02) VALUE ZERO.

*> distinct values are told apart on their first 40
*> characters, and counting stops at the cap - past it
*> a column is simply "more than 100" (DH-Distinct-Cap).
01  WS-Dq-Distinct-Limit         PIC 9(03) VALUE 100.

01  WS-Dq-Col-Table.
    05  WS-Dq-Col OCCURS 20 TIMES
                    INDEXED BY WS-Dq-Idx.
        10  WS-Dq-Blank          PIC 9(07).
        10  WS-Dq-Bad-Type       PIC 9(07).
        10  WS-Dq-Distinct       PIC 9(03).
        10  WS-Dq-Distinct-Cap   PIC X(01).
        10  WS-Dq-Range-Sw       PIC X(01).
            88  WS-Dq-Range-Seen VALUE "Y".
        10  WS-Dq-Num-Min        PIC S9(13)V9(02).
        10  WS-Dq-Num-Max        PIC S9(13)V9(02).
        10  WS-Dq-Date-Min       PIC X(08).
        10  WS-Dq-Date-Max       PIC X(08).
        10  WS-Dq-Seen-Value OCCURS 100 TIMES
                                 PIC X(40).

01  WS-Dq-Seen-Idx               PIC 9(03) VALUE ZERO.
01  WS-Dq-Seen-Sw                PIC X(01) VALUE "N".
    88  WS-Dq-Value-Seen         VALUE "Y".
01  WS-Dq-Num-Value              PIC S9(13)V9(02) VALUE ZERO.
01  WS-Dq-Figure-Edit            PIC -(13)9.99 VALUE SPACE.
01  WS-Dq-Verdict                PIC X(06) VALUE SPACE.
