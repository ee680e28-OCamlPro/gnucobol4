*>COPY "./copybooks/Struct-Cnv-WS.cpy".
01  WS-StatusSTI                 PIC X(02).
01  WS-Struct-In-Path            PIC X(80) VALUE SPACE.
01  WS-EOF-STI                   PIC X(01) VALUE "N".
    88  Struct-In-EOF            VALUE "Y".

01  WS-StatusSTO                 PIC X(02).
01  WS-Struct-Out-Path           PIC X(80) VALUE SPACE.

*> the format an arrival was converted from - "X" XML,
*> "J" JSON, SPACE when it arrived delimited - for the
*> index row 215-Index-And-Promote-Entry writes.
01  WS-Cnv-Source-Format         PIC X(01) VALUE SPACE.

*> the structured original and the canonical copy made
*> from it.
01  WS-Cnv-Orig-Name             PIC X(80) VALUE SPACE.
01  WS-Cnv-Orig-Path             PIC X(80) VALUE SPACE.
01  WS-Cnv-Orig-Dest             PIC X(80) VALUE SPACE.
01  WS-Cnv-Out-Name              PIC X(80) VALUE SPACE.

01  WS-Cnv-Fail-Sw               PIC X(01) VALUE "N".
    88  WS-Cnv-Failed            VALUE "Y".
*> what went wrong, for the "... at line n" figures.
01  WS-Cnv-Why                   PIC X(28) VALUE SPACE.

*> scanner position - the line in hand, its used length
*> and the character under the cursor.
01  WS-Cnv-Line-No               PIC 9(07) VALUE ZERO.
01  WS-Cnv-Line-No-Edit          PIC Z(06)9 VALUE ZERO.
01  WS-Cnv-Line-Len              PIC 9(05) VALUE ZERO.
01  WS-Cnv-Line-Max              PIC 9(05) VALUE 8192.
01  WS-Cnv-Pos                   PIC 9(05) VALUE ZERO.
01  WS-Cnv-Char                  PIC X(01) VALUE SPACE.

*> scanner state - XML: "T" between tags, "G" inside a
*> tag; JSON: "N" between tokens, "S" inside a string,
*> "E" just after a backslash in one.
01  WS-Cnv-State                 PIC X(01) VALUE SPACE.
    88  WS-Cnv-In-Text           VALUE "T".
    88  WS-Cnv-In-Tag            VALUE "G".
    88  WS-Cnv-In-Normal         VALUE "N".
    88  WS-Cnv-In-String         VALUE "S".
    88  WS-Cnv-In-Escape         VALUE "E".
*> the quote an XML attribute value is open in (a ">"
*> inside one does not end the tag), SPACE when none.
01  WS-Cnv-Quote                 PIC X(01) VALUE SPACE.
*> JSON: "Y" while a bare literal (number, true, false,
*> null) is being gathered, and "Y" while the object in
*> hand is waiting for its next key.
01  WS-Cnv-Literal-Sw            PIC X(01) VALUE "N".
    88  WS-Cnv-In-Literal        VALUE "Y".
01  WS-Cnv-Expect-Key-Sw         PIC X(01) VALUE "N".
    88  WS-Cnv-Expect-Key        VALUE "Y".

*> the token being gathered - element text, tag body,
*> string or literal - and the name or value made of it.
01  WS-Cnv-Token                 PIC X(256) VALUE SPACE.
01  WS-Cnv-Token-Len             PIC 9(03) VALUE ZERO.
01  WS-Cnv-Token-Max             PIC 9(03) VALUE 256.
01  WS-Cnv-Tag-Body              PIC X(256) VALUE SPACE.
01  WS-Cnv-Tag-Len               PIC 9(03) VALUE ZERO.
*> the last two characters of the tag in hand - a
*> comment ends only at "-->", a CDATA section at "]]>".
01  WS-Cnv-Last-Two              PIC X(02) VALUE SPACE.
01  WS-Cnv-Name                  PIC X(80) VALUE SPACE.
01  WS-Cnv-Name-Work             PIC X(80) VALUE SPACE.
01  WS-Cnv-Name-Ns               PIC X(80) VALUE SPACE.
01  WS-Cnv-Name-Len              PIC 9(03) VALUE ZERO.
01  WS-Cnv-Colons                PIC 9(03) VALUE ZERO.
01  WS-Cnv-Self-Close-Sw         PIC X(01) VALUE "N".
    88  WS-Cnv-Self-Close        VALUE "Y".
01  WS-Cnv-Value                 PIC X(256) VALUE SPACE.
01  WS-Cnv-Decoded               PIC X(256) VALUE SPACE.
01  WS-Cnv-Dec-Pos               PIC 9(03) VALUE ZERO.
01  WS-Cnv-Dec-Len               PIC 9(03) VALUE ZERO.
01  WS-Cnv-Dec-Out               PIC 9(03) VALUE ZERO.

*> the path of the element or key in hand, and one stack
*> level per open element (XML) or container (JSON) -
*> the path length before it opened, the container kind
*> ("O" object, "A" array; XML leaves it SPACE), and "Y"
*> when that level is a record element.
01  WS-Cnv-Path                  PIC X(240) VALUE SPACE.
01  WS-Cnv-Path-Len              PIC 9(03) VALUE ZERO.
01  WS-Cnv-Path-Max              PIC 9(03) VALUE 240.
01  WS-Cnv-Depth                 PIC 9(02) VALUE ZERO.
01  WS-Cnv-Max-Depth             PIC 9(02) VALUE 30.
01  WS-Cnv-Stack.
    05  WS-Cnv-Level OCCURS 30 TIMES.
        10  WS-Cnv-Stk-Len       PIC 9(03).
        10  WS-Cnv-Stk-Kind      PIC X(01).
        10  WS-Cnv-Stk-Rec       PIC X(01).
01  WS-Cnv-Seg-Start             PIC 9(03) VALUE ZERO.
01  WS-Cnv-Seg-Len               PIC 9(03) VALUE ZERO.

*> the record element being gathered and the canonical
*> column values picked up inside it so far.
01  WS-Cnv-Rec-Sw                PIC X(01) VALUE "N".
    88  WS-Cnv-In-Record         VALUE "Y".
01  WS-Cnv-Rec-Len               PIC 9(03) VALUE ZERO.
01  WS-Cnv-Rel-Start             PIC 9(03) VALUE ZERO.
01  WS-Cnv-Rel-Path              PIC X(240) VALUE SPACE.
01  WS-Cnv-Row-Values.
    05  WS-Cnv-Col-Value         PIC X(80)
                                 OCCURS 20 TIMES.
01  WS-Cnv-Col-Idx               PIC 9(02) VALUE ZERO.
01  WS-Cnv-Row-Count             PIC 9(07) VALUE ZERO.
01  WS-Cnv-Row-Count-Edit        PIC Z(06)9 VALUE ZERO.
01  WS-Cnv-Out-Row               PIC X(512) VALUE SPACE.
01  WS-Cnv-Out-Ptr               PIC 9(04) VALUE ZERO.

*> batch-level figures lifted from the document for the
*> canonical header and trailer rows.
01  WS-Cnv-Tag-Text              PIC X(20) VALUE SPACE.
01  WS-Cnv-Cnt-Text              PIC X(20) VALUE SPACE.
01  WS-Cnv-Amt-Text              PIC X(20) VALUE SPACE.
01  WS-Cnv-Cnt-Found-Sw          PIC X(01) VALUE "N".
    88  WS-Cnv-Cnt-Found         VALUE "Y".
