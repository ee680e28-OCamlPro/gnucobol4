        MOVE "N" TO WS-Tml-Printed(WS-Tml-Idx)
    END-IF.

    IF  (II-Source-Format = "X" OR "J")
    AND WS-Tml-Count < 150
        ADD 1 TO WS-Tml-Count
        SET WS-Tml-Idx TO WS-Tml-Count
        MOVE WS-Tml-Stamp(WS-Tml-Count - 1)
          TO WS-Tml-Stamp(WS-Tml-Idx)
        MOVE "INDEX" TO WS-Tml-Source(WS-Tml-Idx)
        IF  II-Source-Format = "X"
            MOVE "converted from XML at intake"
              TO WS-Tml-Text(WS-Tml-Idx)
        ELSE
            MOVE "converted from JSON at intake"
              TO WS-Tml-Text(WS-Tml-Idx)
        END-IF
        MOVE "N" TO WS-Tml-Printed(WS-Tml-Idx)
    END-IF.

    IF  II-Parent-Name NOT = SPACE
    AND WS-Tml-Count < 150
        ADD 1 TO WS-Tml-Count
340-Gather-Ack-Events.
*>------------------------------------------------
*> Every ack-*.dat under ./outbound - the rows that
*> told the vendor we had the file - and under
*> ./files/sent, where a sealed vendor's clear copies
*> are kept.
*>------------------------------------------------
    MOVE SPACE TO WS-Intake-Scan-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
    STRING "find " DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-outbound))
             DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-files))
             DELIMITED BY SIZE
           "sent" DELIMITED BY SIZE
           " -maxdepth 1 -type f -name 'ack-*.dat' -printf '%p\n' > "
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Intake-Scan-Path) DELIMITED BY SIZE
