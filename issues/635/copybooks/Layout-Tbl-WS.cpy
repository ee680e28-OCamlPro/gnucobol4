*> in-memory copy of ./reports/vendor-layout.cfg - loaded
*> once at startup; an arrival whose vendor code matches
*> no row gets no content validation (unprofiled vendors
*> still flow through intake exactly as before).  Room
*> for a vendor to carry several layout versions.
01  WS-Layout-Limit              PIC 9(02) VALUE 40.
01  WS-Layout-Table.
    05  WS-Layout-Count          PIC 9(02) VALUE ZERO.
    05  WS-Layout-Entry OCCURS 40 TIMES
                          INDEXED BY WS-Lay-Idx.
        10  WS-Layout-Vendor     PIC X(10).
        10  WS-Layout-Delim      PIC X(01).
        10  WS-Layout-Co-Col     PIC 9(02).
        10  WS-Layout-Seq-Start  PIC 9(02).
        10  WS-Layout-Seq-Len    PIC 9(02).
        10  WS-Layout-Ref-Col    PIC 9(02).
        10  WS-Layout-Mask-Codes.
            15  WS-Layout-Mask   OCCURS 20 TIMES
                                 PIC X(01).
        10  WS-Layout-Version    PIC X(08).
        10  WS-Layout-Eff-From   PIC X(08).
        10  WS-Layout-Eff-To     PIC X(08).
        10  WS-Layout-Tag-Col    PIC 9(02).
        10  WS-Layout-Format-Sw  PIC X(01).
            88  WS-Layout-Fixed  VALUE "F".
        10  WS-Layout-Fixed-Spec.
            15  WS-Layout-Rt-Start      PIC 9(03).
            15  WS-Layout-Rt-Len        PIC 9(01).
            15  WS-Layout-Rt-Header     PIC X(04).
            15  WS-Layout-Rt-Detail     PIC X(04).
            15  WS-Layout-Rt-Trailer    PIC X(04).
            15  WS-Layout-Trl-Cnt-Start PIC 9(03).
            15  WS-Layout-Trl-Cnt-Len   PIC 9(02).
            15  WS-Layout-Trl-Amt-Start PIC 9(03).
            15  WS-Layout-Trl-Amt-Len   PIC 9(02).
            15  WS-Layout-Pos    OCCURS 20 TIMES.
                20  WS-Layout-Pos-Start PIC 9(03).
                20  WS-Layout-Pos-Len   PIC 9(02).
                20  WS-Layout-Pos-Dec   PIC 9(01).

*> match result for 2124-Find-Layout-Profile.
01  WS-Layout-Found-Sw           PIC X(01) VALUE "N".
    88  WS-Layout-Found          VALUE "Y".
01  WS-Layout-Hit                PIC 9(02) VALUE ZERO.

*> version selection - the business date a version must
*> be in force on, the header tag (when the vendor's
*> profiles name a tag column) and the row that named
*> it, and whether the vendor had rows at all but none
*> fitted, which is a file intake cannot read safely.
01  WS-Layout-Sel-Date           PIC X(08) VALUE SPACE.
01  WS-Layout-Sel-Tag            PIC X(08) VALUE SPACE.
01  WS-Layout-Tag-Row            PIC 9(02) VALUE ZERO.
01  WS-Layout-Vendor-Rows        PIC 9(02) VALUE ZERO.
01  WS-Layout-No-Version-Sw      PIC X(01) VALUE "N".
    88  WS-Layout-No-Version     VALUE "Y".

*> content-pass state for 2125-Validate-File-Content -
*> row/field split scratch, per-file tallies, and the
*> verdict for the row under test.
                                 PIC X(80).
01  WS-Content-Col-Num           PIC 9(02) VALUE ZERO.

*> positional-cut scratch for a fixed-width profile -
*> the slice asked for, the column being cut, and the
*> sign/digits of a value getting its implied decimal
*> point back.
01  WS-Pos-Start                 PIC 9(03) VALUE ZERO.
01  WS-Pos-Len                   PIC 9(02) VALUE ZERO.
01  WS-Pos-Dec                   PIC 9(01) VALUE ZERO.
01  WS-Pos-Col-Num               PIC 9(02) VALUE ZERO.
01  WS-Pos-Sign                  PIC X(01) VALUE SPACE.
01  WS-Pos-Digits                PIC X(80) VALUE SPACE.
01  WS-Pos-Digits-Len            PIC 9(02) VALUE ZERO.
01  WS-Pos-Int-Len               PIC 9(02) VALUE ZERO.
01  WS-Pos-Zeros                 PIC X(09) VALUE "000000000".
01  WS-Pos-Count-Work            PIC 9(18) VALUE ZERO.

*> record-type verdict for a row of a profile that codes
*> its records - header, detail, trailer, or a code the
*> profile does not know.
01  WS-Rt-Code                   PIC X(04) VALUE SPACE.
01  WS-Rt-Kind                   PIC X(01) VALUE SPACE.
    88  WS-Rt-Header-Row         VALUE "H".
    88  WS-Rt-Detail-Row         VALUE "D".
    88  WS-Rt-Trailer-Row        VALUE "T".
    88  WS-Rt-Unknown-Row        VALUE "X".

*> field-typing scratch - the trimmed value under test
*> and the character walk 21254-Check-One-Value-Char
*> makes over it.
