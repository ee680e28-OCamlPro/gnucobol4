*>COPY "./copybooks/QA-Sample-Cfg-WS.cpy".
01  WS-StatusQSC                 PIC X(02).
01  WS-QA-Sample-Cfg-Path        PIC X(60) VALUE SPACE.

01  WS-EOF-QSC                   PIC X(01) VALUE "N".
    88  QA-Sample-Cfg-EOF        VALUE "Y".

*> the default row - compiled values, overlaid by a
*> SPACE/"*" row in ./reports/qa-sample.cfg.
01  WS-Qsc-Dflt-Rate             PIC 9(03) VALUE 5.
01  WS-Qsc-Dflt-Min              PIC 9(04) VALUE 3.
01  WS-Qsc-Dflt-Heavy-Rate       PIC 9(03) VALUE 20.
01  WS-Qsc-Dflt-Heavy-Min        PIC 9(04) VALUE 10.
01  WS-Qsc-Dflt-Reject-Days      PIC 9(03) VALUE 30.

01  WS-Qsc-Table.
    05  WS-Qsc-Count             PIC 9(02) VALUE ZERO.
    05  WS-Qsc-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Qsc-Idx.
        10  WS-Qsc-Vendor        PIC X(10).
        10  WS-Qsc-Rate          PIC 9(03).
        10  WS-Qsc-Min           PIC 9(04).
        10  WS-Qsc-Heavy-Rate    PIC 9(03).
        10  WS-Qsc-Heavy-Min     PIC 9(04).
        10  WS-Qsc-Reject-Days   PIC 9(03).
