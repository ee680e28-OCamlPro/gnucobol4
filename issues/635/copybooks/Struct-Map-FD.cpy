*>COPY "./copybooks/Struct-Map-FD.cpy".
FD  Struct-Map-File.
01  Struct-Map-Line.
*> the vendor code 219-Resolve-Vendor-Code stamps, and
*> the format its structured arrivals come in - "X" XML,
*> "J" JSON.  One row per vendor; the first row wins.
    05  SM-Vendor-Code           PIC X(10).
    05  SM-Format                PIC X(01).
*> element paths are "/"-separated element (XML) or key
*> (JSON) names from the document's top, namespace
*> prefixes dropped and case ignored - e.g.
*> "Batch/Payments/Payment".  JSON arrays add nothing to
*> a path: the objects of array "items" sit at "items".
*> A record path of "/" alone is the document's top
*> level (a JSON file that is one bare array).
    05  SM-Record-Path           PIC X(80).
*> optional absolute paths of the batch-level elements
*> that carry the layout version tag, the control record
*> count and the control amount total.  A count path
*> makes the canonical copy carry a header row
*> ("HDR|tag") and a trailer row ("TRL|count|amount"),
*> for a layout profile with its control switch on.
    05  SM-Tag-Path              PIC X(80).
    05  SM-Cnt-Path              PIC X(80).
    05  SM-Amt-Path              PIC X(80).
*> how many canonical columns a record makes, and the
*> path of each one's element relative to the record
*> element, in canonical column order.  An element
*> a record does not carry leaves its column empty.
    05  SM-Col-Count             PIC 9(02).
    05  SM-Col-Path              PIC X(40)
                                 OCCURS 20 TIMES.
