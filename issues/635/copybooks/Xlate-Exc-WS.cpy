*>COPY "./copybooks/Xlate-Exc-WS.cpy".
01  WS-StatusXLE                 PIC X(02).
01  WS-Xlate-Exc-Path            PIC X(60) VALUE SPACE.

*> one fixed-width row per unmapped value - when it was
*> found, which file and line, which vendor and column,
*> the value itself, and the business date the mapping
*> had to be in force on.
01  WS-Xlate-Exc-Row             PIC X(150) VALUE SPACE.
01  WS-Xlate-Exc-Row-Fields      REDEFINES WS-Xlate-Exc-Row.
    05  WS-Xle-Date              PIC X(08).
    05                          PIC X(01).
    05  WS-Xle-Time              PIC X(06).
    05                          PIC X(01).
    05  WS-Xle-Filename          PIC X(80).
    05                          PIC X(01).
    05  WS-Xle-Line              PIC 9(07).
    05                          PIC X(01).
    05  WS-Xle-Vendor            PIC X(10).
    05                          PIC X(01).
    05  WS-Xle-Col               PIC 9(02).
    05                          PIC X(01).
    05  WS-Xle-Value             PIC X(20).
    05                          PIC X(01).
    05  WS-Xle-Eff-Date          PIC X(08).
    05                          PIC X(02).

*> per-arrival state - whether the canonical copy met a
*> value with no mapping (the arrival is then held as
*> XLATE-EXC and never published), the source line in
*> hand (a trailer-held row carries the line it was
*> read on), how many values missed, and the per-file cap on
*> itemized rows, as for the record-error report.
01  WS-Xle-Exception-Sw          PIC X(01) VALUE "N".
    88  WS-Xle-Exception         VALUE "Y".
01  WS-Xle-Row-No                PIC 9(07) VALUE ZERO.
01  WS-Xle-Cur-Line              PIC 9(07) VALUE ZERO.
01  WS-Xle-Held-Line             PIC 9(07) VALUE ZERO.
01  WS-Xle-Miss-Count            PIC 9(07) VALUE ZERO.
01  WS-Xle-Written               PIC 9(03) VALUE ZERO.
01  WS-Xle-Max-Rows              PIC 9(03) VALUE 50.
