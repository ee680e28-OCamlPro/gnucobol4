*>COPY "./copybooks/Aging-Rpt-WS.cpy".
01  WS-StatusAGR                 PIC X(02).
01  WS-Aging-Rpt-Path            PIC X(60) VALUE SPACE.

*> one detail line per open item.
01  WS-Aging-Detail-Row.
    05  WS-Agd-Doc-Number        PIC 9(09) VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Post-Date         PIC X(08) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Vendor            PIC X(10) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Reference         PIC X(30) VALUE SPACE.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Amount            PIC -(13)9.99 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Age               PIC Z(04)9 VALUE ZERO.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Agd-Bucket            PIC X(05) VALUE SPACE.

*> one summary line per vendor, and the company total
*> in the same shape - a count and an amount per bucket.
01  WS-Aging-Summary-Row.
    05  WS-Ags-Vendor            PIC X(10) VALUE SPACE.
    05  WS-Ags-Bucket OCCURS 4 TIMES.
        10                       PIC X(02).
        10  WS-Ags-Count         PIC Z(04)9.
        10                       PIC X(01).
        10  WS-Ags-Amount        PIC -(11)9.99.
    05                           PIC X(02) VALUE SPACE.
    05  WS-Ags-Total             PIC -(13)9.99 VALUE ZERO.

*> the bucket table behind the summary - one entry per
*> vendor with open items, and the company's total.
01  WS-Aging-Table.
    05  WS-Agv-Count             PIC 9(02) VALUE ZERO.
    05  WS-Agv-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Agv-Idx.
        10  WS-Agv-Vendor        PIC X(10).
        10  WS-Agv-Bkt OCCURS 4 TIMES.
            15  WS-Agv-Bkt-Count PIC 9(07).
            15  WS-Agv-Bkt-Amount
                                 PIC S9(13)V9(02).
01  WS-Aging-Company-Total.
    05  WS-Agt-Bkt OCCURS 4 TIMES.
        10  WS-Agt-Bkt-Count     PIC 9(07).
        10  WS-Agt-Bkt-Amount    PIC S9(13)V9(02).

01  WS-Aging-Bucket-Names.
    05                           PIC X(05) VALUE "0-30".
    05                           PIC X(05) VALUE "31-60".
    05                           PIC X(05) VALUE "61-90".
    05                           PIC X(05) VALUE "90+".
01  WS-Aging-Bucket-Name-Tbl REDEFINES WS-Aging-Bucket-Names.
    05  WS-Aging-Bucket-Name     PIC X(05) OCCURS 4 TIMES.

*> the item in hand - its age in days and bucket - and
*> the report's running tallies.
01  WS-Aging-Age-Days            PIC S9(05) VALUE ZERO.
01  WS-Aging-Bkt-No              PIC 9(01) VALUE ZERO.
01  WS-Aging-Bkt-Idx             PIC 9(01) VALUE ZERO.
01  WS-Aging-Vendor-Hit          PIC 9(02) VALUE ZERO.
01  WS-Aging-Open-Count          PIC 9(07) VALUE ZERO.
01  WS-Aging-Row-Total           PIC S9(15)V9(02) VALUE ZERO.
