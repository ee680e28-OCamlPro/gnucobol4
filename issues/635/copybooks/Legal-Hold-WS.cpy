*>COPY "./copybooks/Legal-Hold-WS.cpy".
01  WS-StatusLHR                 PIC X(02).
01  WS-Legal-Hold-Path           PIC X(60) VALUE SPACE.

01  WS-EOF-LHR                   PIC X(01) VALUE "N".
    88  Legal-Hold-EOF           VALUE "Y".

*> in-memory copy of ./reports/legal-hold.cfg - the
*> deletion paths load only the holds still in force.
01  WS-Lgh-Table.
    05  WS-Lgh-Count             PIC 9(03) VALUE ZERO.
    05  WS-Lgh-Entry OCCURS 200 TIMES
                       INDEXED BY WS-Lgh-Idx.
        10  WS-Lgh-Case-No       PIC X(12).
        10  WS-Lgh-Vendor        PIC X(10).
        10  WS-Lgh-Company       PIC X(10).
        10  WS-Lgh-Pattern       PIC X(40).
        10  WS-Lgh-Date-From     PIC X(08).
        10  WS-Lgh-Date-To       PIC X(08).
        10  WS-Lgh-Placed-By     PIC X(20).
        10  WS-Lgh-Placed-Stamp  PIC X(14).
        10  WS-Lgh-Release-Date  PIC X(08).
        10  WS-Lgh-Released-By   PIC X(20).

01  WS-Lgh-Today-YMD             PIC 9(08) VALUE ZERO.

*> per-check scratch for the hold match - the deletion
*> candidate's bare filename, vendor, company and file
*> date (ZERO when not known).  A candidate whose vendor
*> the caller cannot tell (WS-Lgh-Vendor-Known-Sw "N")
*> or with a blank company counts as inside any vendor/
*> company scope - an unattributable file stays held.
01  WS-Lgh-Check-Name            PIC X(80) VALUE SPACE.
01  WS-Lgh-Check-Vendor          PIC X(10) VALUE SPACE.
01  WS-Lgh-Check-Company         PIC X(10) VALUE SPACE.
01  WS-Lgh-Check-YMD             PIC 9(08) VALUE ZERO.
01  WS-Lgh-Vendor-Known-Sw       PIC X(01) VALUE "Y".
    88  WS-Lgh-Vendor-Known      VALUE "Y".
01  WS-Lgh-Matched-Sw            PIC X(01) VALUE "N".
    88  WS-Lgh-Matched           VALUE "Y".
01  WS-Lgh-Row-Sw                PIC X(01) VALUE "N".
    88  WS-Lgh-Row-Covers        VALUE "Y".
01  WS-Lgh-Hit                   PIC 9(03) VALUE ZERO.
01  WS-Lgh-Star-Count            PIC 9(02) VALUE ZERO.
01  WS-Lgh-Prefix                PIC X(40) VALUE SPACE.
01  WS-Lgh-Prefix-Len            PIC 9(03) VALUE ZERO.
01  WS-Lgh-Bound-YMD             PIC 9(08) VALUE ZERO.
01  WS-Lgh-Skipped-Count         PIC 9(06) VALUE ZERO.
