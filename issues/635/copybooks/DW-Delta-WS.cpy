*>COPY "./copybooks/DW-Delta-WS.cpy".
01  WS-StatusDWC                 PIC X(02).
01  WS-StatusDWM                 PIC X(02).
01  WS-StatusDWD                 PIC X(02).
01  WS-DW-Consumer-Path          PIC X(60) VALUE SPACE.
01  WS-DW-Mark-Path              PIC X(60) VALUE SPACE.
01  WS-DW-Mark-Live-Path         PIC X(60) VALUE SPACE.
01  WS-DW-Mark-Work-Path         PIC X(60) VALUE SPACE.
01  WS-DW-Delta-Path             PIC X(80) VALUE SPACE.
01  WS-DW-Delta-Work-Path        PIC X(80) VALUE SPACE.
01  WS-DW-Delta-Name             PIC X(60) VALUE SPACE.

01  WS-EOF-DWC                   PIC X(01) VALUE "N".
    88  DW-Consumer-EOF          VALUE "Y".
01  WS-EOF-DWM                   PIC X(01) VALUE "N".
    88  DW-Mark-EOF              VALUE "Y".
01  WS-EOF-DWD                   PIC X(01) VALUE "N".
    88  DW-Delta-EOF             VALUE "Y".

01  WS-DW-Consumer-Table.
    05  WS-Dwc-Count             PIC 9(02) VALUE ZERO.
    05  WS-Dwc-Entry OCCURS 20 TIMES
                       INDEXED BY WS-Dwc-Idx.
        10  WS-Dwc-Consumer      PIC X(10).
        10  WS-Dwc-Company       PIC X(10).

*> every mark on file, carried through untouched for the
*> consumer/company pairs this run does not advance.
01  WS-DW-Mark-Table.
    05  WS-Dwm-Count             PIC 9(03) VALUE ZERO.
    05  WS-Dwm-Entry OCCURS 100 TIMES
                       INDEXED BY WS-Dwm-Idx.
        10  WS-Dwm-Consumer      PIC X(10).
        10  WS-Dwm-Company       PIC X(10).
        10  WS-Dwm-Last-Run-ID   PIC X(15).
        10  WS-Dwm-Last-Doc      PIC 9(09).
        10  WS-Dwm-Stamp         PIC X(14).
        10  WS-Dwm-Last-File     PIC X(60).
01  WS-Dwm-Hit                   PIC 9(03) VALUE ZERO.

*> record type "H" - one per file: who it is for, and the
*> mark it starts after (zero / SPACE on a first extract,
*> which carries the whole master).
01  WS-Dwd-Header.
    05  WS-Dwd-Hdr-Type          PIC X(01) VALUE "H".
    05  WS-Dwd-Hdr-Consumer      PIC X(10) VALUE SPACE.
    05  WS-Dwd-Hdr-Company       PIC X(10) VALUE SPACE.
    05  WS-Dwd-Hdr-From-Run-ID   PIC X(15) VALUE SPACE.
    05  WS-Dwd-Hdr-From-Doc      PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Hdr-Created       PIC X(14) VALUE SPACE.
    05  WS-Dwd-Hdr-Run-ID        PIC X(15) VALUE SPACE.
    05  WS-Dwd-Hdr-Source        PIC X(10) VALUE "PGM50".
    05                           PIC X(356) VALUE SPACE.

*> record type "D" - one per master row, every column the
*> master carries.  Kind is the row's TM-Entry-Type: "P" an
*> ordinary posting, "R" a reversal (naming the document it
*> undoes), "O" a year-end opening balance.
01  WS-Dwd-Detail.
    05  WS-Dwd-Det-Type          PIC X(01) VALUE "D".
    05  WS-Dwd-Det-Kind          PIC X(01) VALUE SPACE.
    05  WS-Dwd-Det-Company       PIC X(10) VALUE SPACE.
    05  WS-Dwd-Det-Post-Date     PIC X(08) VALUE SPACE.
    05  WS-Dwd-Det-Doc-Number    PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Det-Run-ID        PIC X(15) VALUE SPACE.
    05  WS-Dwd-Det-Amount        PIC S9(13)V9(02)
                                 SIGN LEADING SEPARATE
                                 VALUE ZERO.
    05  WS-Dwd-Det-Vendor        PIC X(10) VALUE SPACE.
    05  WS-Dwd-Det-Delimiter     PIC X(01) VALUE SPACE.
    05  WS-Dwd-Det-Reverses-Doc  PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Det-Reversed-By   PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Det-Orig-Date     PIC X(08) VALUE SPACE.
    05  WS-Dwd-Det-GL-Account    PIC X(12) VALUE SPACE.
    05  WS-Dwd-Det-Business-Ref  PIC X(40) VALUE SPACE.
    05  WS-Dwd-Det-Source-File   PIC X(80) VALUE SPACE.
    05  WS-Dwd-Det-Record-Data   PIC X(200) VALUE SPACE.
    05                           PIC X(11) VALUE SPACE.

*> record type "T" - the control totals the warehouse load
*> proves the file against, and that PGM50 itself proves
*> by reading the file back before the mark moves.
01  WS-Dwd-Trailer.
    05  WS-Dwd-Trl-Type          PIC X(01) VALUE "T".
    05  WS-Dwd-Trl-Consumer      PIC X(10) VALUE SPACE.
    05  WS-Dwd-Trl-Company       PIC X(10) VALUE SPACE.
    05  WS-Dwd-Trl-Rows          PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Trl-Reversals     PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Trl-Amount        PIC S9(15)V9(02)
                                 SIGN LEADING SEPARATE
                                 VALUE ZERO.
    05  WS-Dwd-Trl-Low-Doc       PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Trl-High-Doc      PIC 9(09) VALUE ZERO.
    05  WS-Dwd-Trl-High-Run-ID   PIC X(15) VALUE SPACE.
    05                           PIC X(350) VALUE SPACE.

*> per-extract tallies as written, and the same tallies
*> as read back for the proof.
01  WS-Dwd-Row-Count             PIC 9(09) VALUE ZERO.
01  WS-Dwd-Rev-Count             PIC 9(09) VALUE ZERO.
01  WS-Dwd-Amount-Total          PIC S9(15)V9(02) VALUE ZERO.
01  WS-Dwd-Low-Doc               PIC 9(09) VALUE ZERO.
01  WS-Dwd-High-Doc              PIC 9(09) VALUE ZERO.
01  WS-Dwd-High-Run-ID           PIC X(15) VALUE SPACE.
01  WS-Dwd-Chk-Rows              PIC 9(09) VALUE ZERO.
01  WS-Dwd-Chk-Amount            PIC S9(15)V9(02) VALUE ZERO.
01  WS-Dwd-Chk-Headers           PIC 9(05) VALUE ZERO.
01  WS-Dwd-Chk-Trailers          PIC 9(05) VALUE ZERO.
01  WS-Dwd-Chk-Last-Type         PIC X(01) VALUE SPACE.
01  WS-Dwd-Proof-Sw              PIC X(01) VALUE "N".
    88  WS-Dwd-Proof-OK          VALUE "Y".
