*> the record itself, canonically formatted when the
*> normalization stage produced a copy.
    05  TM-Record-Data           PIC X(200).
*> the vendor code the source arrival was stamped with and
*> the delimiter TM-Record-Data splits on ("|" for a
*> canonical copy, the layout profile's character for raw
*> bytes) - so anything reading the master back can find
*> a column without re-deriving how the file was parsed.
*> SPACE on rows posted before these were carried.
    05  TM-Vendor-Code           PIC X(10).
    05  TM-Delimiter             PIC X(01).
*> reversal linkage (PGM40) - "R" in TM-Entry-Type marks
*> an offsetting document, with TM-Reverses-Doc naming the
*> document it undoes (same company); the undone original
*> carries the offsetting document's number in
*> TM-Reversed-By-Doc, so nothing is ever reversed twice.
*> SPACE/ZERO on an ordinary posting.  "O" marks an
*> opening-balance document PGM43's year-end close wrote
*> on the first day of the new year.
    05  TM-Entry-Type            PIC X(01).
        88  TM-Is-Reversal       VALUE "R".
        88  TM-Is-Opening        VALUE "O".
    05  TM-Reverses-Doc          PIC 9(09).
    05  TM-Reversed-By-Doc       PIC 9(09).
*> the vendor's business reference (invoice/document
*> number) per the layout profile's reference column -
*> what the posted-reference index is keyed by, and what
*> PGM40 releases from it when the posting is reversed.
*> SPACE when the profile names no reference column.
    05  TM-Business-Ref          PIC X(40).
*> the date the posting would have gone in under when the
*> period it fell in was CLOSED and PGM15 re-dated it into
*> the first OPEN period (TM-Post-Date) - SPACE when the
*> posting went in as dated.
    05  TM-Orig-Post-Date        PIC X(08).
*> the GL account an opening-balance document carries the
*> closed year's balance for - SPACE on every other row,
*> whose accounts come through the GL account map.
    05  TM-GL-Account            PIC X(12).
*> open-item matching (PGM57, PGM58) - the match group
*> the document belongs to and how it got there: "A"
*> matched by a match-rules.cfg row, "F" force-matched
*> by an operator, "W" written off by an operator (a
*> group of one).  SPACE on both is an open item.
    05  TM-Match-Id              PIC X(12).
    05  TM-Match-Status          PIC X(01).
        88  TM-Match-Auto        VALUE "A".
        88  TM-Match-Forced      VALUE "F".
        88  TM-Written-Off       VALUE "W".
        88  TM-Item-Closed       VALUES "A" "F" "W".
*> where the posting came from inside TM-Source-File -
*> the physical line number (1 = first line) of the file
*> PGM15 read it out of, and "Y" in TM-Source-Canon-Sw
*> when that file was the canonical copy under
*> ./files/normalized rather than the raw bytes in
*> ./files/done.  A reversal offset carries the
*> original's; an opening-balance document has neither
*> (SPACE).
    05  TM-Source-Line           PIC 9(07).
    05  TM-Source-Canon-Sw       PIC X(01).
        88  TM-Source-Canonical  VALUE "Y".
