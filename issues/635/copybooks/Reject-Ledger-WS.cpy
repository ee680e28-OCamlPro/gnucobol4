*>   BADREC - content rows failed the vendor's layout
*>            profile (see record-errors.log for the
*>            row-level detail)
*>   BADVER - no layout version fits the file: its
*>            header names a version the vendor has no
*>            profile for, or none is in force on the
*>            received date (figures column says which)
*>   BADCNV - XML/JSON arrival could not be turned
*>            into its canonical rows - malformed, no
*>            record elements, or a control element
*>            missing (figures column says which)
*>   CTLCNT - trailer record count did not balance
*>            against the detail rows (the figures
*>            column carries expected vs actual)
*> 105-Move-Downloads-Entry's WS-Downloads-Ext .ZIP test.
01  WS-Intake-Ext                PIC X(04) VALUE SPACE.
    88  WS-Intake-Ext-OK         VALUES ".CSV" ".TXT" ".DAT"
                                        ".XML" ".JSN" "JSON"
                                        ".PRN".
    88  WS-Intake-Ext-Structured VALUES ".XML" ".JSN" "JSON".
01  WS-Intake-Name-Len           PIC 9(03) VALUE ZERO.
01  WS-Intake-Ext-Start          PIC 9(03) VALUE ZERO.

