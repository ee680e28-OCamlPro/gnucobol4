*> filename numbering: "K" in sequence, "G" arrived
*> after a gap, "O" out of order, SPACE not checked.
    05  II-Seq-Sw                PIC X(01).
*> posting bookkeeping (PGM15) - the run that posted this
*> arrival into the transaction master and the posting
*> date it went in under, so the exact TM rows it
*> produced are findable; then, if PGM40 undid them, who
*> reversed it and when (II-Disposition "REVERSED").
    05  II-Post-Run-ID           PIC X(15).
    05  II-Post-Date             PIC X(08).
    05  II-Reversal-User         PIC X(20).
    05  II-Reversal-Stamp        PIC X(14).
*> the layout version (vendor-layout.cfg VL-Version) the
*> file was read with at intake - by its header tag or
*> its received date - so posting and every later
*> reader interpret it with the layout it was actually
*> written in.  SPACE for an unprofiled vendor, an
*> unversioned profile, or a row written before
*> versions existed.
    05  II-Layout-Version        PIC X(08).
*> the structured format the arrival came in and was
*> converted from at intake - "X" XML, "J" JSON - on
*> the canonical copy's row and its STRUCTURED
*> original's alike.  SPACE for a delimited or fixed
*> arrival, or a row written before conversion existed.
    05  II-Source-Format         PIC X(01).
