*>   NOTDTE - date-typed column not a valid YYYYMMDD
*>   CTLCNT - trailer record count vs detail rows
*>   CTLAMT - trailer hash total vs detail sum
*>   BADTYP - record-type code the profile does not know
01  WS-Record-Error-Row          PIC X(130) VALUE SPACE.
01  WS-Record-Error-Row-Fields   REDEFINES WS-Record-Error-Row.
    05  WS-Rec-Err-Date          PIC X(08).
