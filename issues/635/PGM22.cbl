*> searches current-then-history transparently, so
*> nothing becomes unanswerable.  Scheduled as its
*> own period job, same as PGM07; runs safely any
*> time.  Rows a legal hold covers stay in the current
*> index, logged.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Intake-Hist-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Legal-Hold-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Intake-Hist-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".
COPY "./copybooks/Legal-Hold-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-EOF-IDX                   PIC X(01) VALUE "N".

    PERFORM 097-Load-Company-Table.

    PERFORM 080-Load-Legal-Holds.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.
        ADD 1 TO WS-Company-Count
    END-IF.

*>------------------------------------------------
080-Load-Legal-Holds.
*>------------------------------------------------
*> Same load of the holds in force as PGM00's 088-
*> Load-Legal-Holds - the register is base-tree, one
*> for every company.
*>------------------------------------------------
    MOVE SPACE TO WS-Legal-Hold-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/legal-hold.cfg" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Path
    END-STRING.

    ACCEPT WS-Lgh-Today-YMD FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Lgh-Count.

    MOVE "N" TO WS-EOF-LHR.
    OPEN INPUT Legal-Hold-File.
    IF  WS-StatusLHR = "00"
        PERFORM 0801-Read-Legal-Hold-Row
          UNTIL Legal-Hold-EOF
        CLOSE Legal-Hold-File
    END-IF.

*>------------------------------------------------
0801-Read-Legal-Hold-Row.
*>------------------------------------------------
    READ Legal-Hold-File
        AT END
            MOVE "Y" TO WS-EOF-LHR
        NOT AT END
            IF  LH-Case-No NOT = SPACE
            AND WS-Lgh-Count < 200
            AND (LH-Release-Date = SPACE
                 OR LH-Release-Date > WS-Lgh-Today-YMD)
                ADD 1 TO WS-Lgh-Count
                SET WS-Lgh-Idx TO WS-Lgh-Count
                MOVE LH-Case-No      TO WS-Lgh-Case-No(WS-Lgh-Idx)
                MOVE LH-Vendor       TO WS-Lgh-Vendor(WS-Lgh-Idx)
                MOVE LH-Company      TO WS-Lgh-Company(WS-Lgh-Idx)
                MOVE LH-Pattern      TO WS-Lgh-Pattern(WS-Lgh-Idx)
                MOVE LH-Date-From    TO WS-Lgh-Date-From(WS-Lgh-Idx)
                MOVE LH-Date-To      TO WS-Lgh-Date-To(WS-Lgh-Idx)
                MOVE LH-Placed-By    TO WS-Lgh-Placed-By(WS-Lgh-Idx)
                MOVE LH-Placed-Stamp TO WS-Lgh-Placed-Stamp(WS-Lgh-Idx)
                MOVE LH-Release-Date TO WS-Lgh-Release-Date(WS-Lgh-Idx)
                MOVE LH-Released-By  TO WS-Lgh-Released-By(WS-Lgh-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
081-Check-Legal-Hold.
*>------------------------------------------------
*> Same match as PGM00's 0882-Check-Legal-Hold.
*>------------------------------------------------
    MOVE "N"  TO WS-Lgh-Matched-Sw.
    MOVE ZERO TO WS-Lgh-Hit.

    IF  WS-Lgh-Count > ZERO
        PERFORM 0811-Match-One-Legal-Hold
          VARYING WS-Lgh-Idx FROM 1 BY 1
            UNTIL WS-Lgh-Matched
               OR WS-Lgh-Idx > WS-Lgh-Count
    END-IF.

*>------------------------------------------------
0811-Match-One-Legal-Hold.
*>------------------------------------------------
*> Same scope test as PGM00's 08821-Match-One-Legal-
*> Hold.
*>------------------------------------------------
    MOVE "Y" TO WS-Lgh-Row-Sw.

    IF  WS-Lgh-Vendor(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Vendor-Known
    AND FUNCTION UPPER-CASE(WS-Lgh-Vendor(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Vendor)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Company(WS-Lgh-Idx) NOT = SPACE
    AND WS-Lgh-Check-Company NOT = SPACE
    AND FUNCTION UPPER-CASE(WS-Lgh-Company(WS-Lgh-Idx))
          NOT = FUNCTION UPPER-CASE(WS-Lgh-Check-Company)
        MOVE "N" TO WS-Lgh-Row-Sw
    END-IF.

    IF  WS-Lgh-Check-YMD > ZERO
        IF  WS-Lgh-Date-From(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-From(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD < WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
        IF  WS-Lgh-Date-To(WS-Lgh-Idx) IS NUMERIC
            MOVE WS-Lgh-Date-To(WS-Lgh-Idx) TO WS-Lgh-Bound-YMD
            IF  WS-Lgh-Check-YMD > WS-Lgh-Bound-YMD
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

    IF  WS-Lgh-Row-Covers
    AND WS-Lgh-Pattern(WS-Lgh-Idx) NOT = SPACE
        MOVE ZERO TO WS-Lgh-Star-Count
        INSPECT WS-Lgh-Pattern(WS-Lgh-Idx)
            TALLYING WS-Lgh-Star-Count FOR ALL "*"

        IF  WS-Lgh-Star-Count > ZERO
            MOVE SPACE TO WS-Lgh-Prefix
            UNSTRING WS-Lgh-Pattern(WS-Lgh-Idx) DELIMITED BY "*"
                INTO WS-Lgh-Prefix
            END-UNSTRING

            COMPUTE WS-Lgh-Prefix-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Lgh-Prefix))

            IF  WS-Lgh-Prefix-Len > ZERO
                IF  FUNCTION UPPER-CASE
                      (WS-Lgh-Check-Name(1 : WS-Lgh-Prefix-Len))
                  NOT = FUNCTION UPPER-CASE
                      (WS-Lgh-Prefix(1 : WS-Lgh-Prefix-Len))
                    MOVE "N" TO WS-Lgh-Row-Sw
                END-IF
            END-IF
        ELSE
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Lgh-Check-Name))
              NOT = FUNCTION UPPER-CASE
                  (FUNCTION TRIM(WS-Lgh-Pattern(WS-Lgh-Idx)))
                MOVE "N" TO WS-Lgh-Row-Sw
            END-IF
        END-IF
    END-IF.

    IF  WS-Lgh-Row-Covers
        MOVE "Y" TO WS-Lgh-Matched-Sw
        SET WS-Lgh-Hit TO WS-Lgh-Idx
    END-IF.

*>------------------------------------------------
082-Log-Legal-Hold-Skip.
*>------------------------------------------------
*> One line per index row a legal hold kept, same wording
*> as PGM00's 0884-Log-Legal-Hold-Skip.
*>------------------------------------------------
    ADD 1 TO WS-Lgh-Skipped-Count.
    SET WS-Lgh-Idx TO WS-Lgh-Hit.

    MOVE SPACE TO WS-MSG.
    STRING "legal hold " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lgh-Case-No(WS-Lgh-Idx)) DELIMITED BY SIZE
           ": kept " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Lgh-Check-Name) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

*>------------------------------------------------
110-Open-Logs.
*>------------------------------------------------
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE ZERO  TO WS-Hist-Rolled-Count
                  WS-Lgh-Skipped-Count.
    MOVE SPACE TO WS-Intake-Hist-Year.
    MOVE "N"   TO WS-Intake-Hist-Open-Sw.

    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    IF  WS-Lgh-Skipped-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "roll-off: " DELIMITED BY SIZE
               WS-Lgh-Skipped-Count DELIMITED BY SIZE
               " row(s) kept under legal hold" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
200-Rolloff-Exit.
*>------------------------------------------------
210-Judge-One-Row.
*>------------------------------------------------
*> One index row per READ NEXT - age test first, then
*> the only-settled-dispositions rule, then the legal-
*> hold register: a held row stays in the current
*> index.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
        NOT AT END
            IF  II-Disposition = "ARCHIVED"
            OR  II-Disposition = "POSTED"
            OR  II-Disposition = "REVERSED"
                PERFORM 220-Check-Row-Age
                IF  WS-Hist-Row-Is-Old
                    PERFORM 215-Check-Row-Legal-Hold
                    IF  WS-Lgh-Matched
                        PERFORM 082-Log-Legal-Hold-Skip
                    ELSE
                        PERFORM 230-Move-Row-To-History
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
215-Check-Row-Legal-Hold.
*>------------------------------------------------
*> The row carries everything the hold scope asks -
*> filename, the vendor stamped at intake, and the
*> received date.
*>------------------------------------------------
    MOVE "N" TO WS-Lgh-Matched-Sw.

    IF  WS-Lgh-Count > ZERO
        MOVE II-Filename    TO WS-Lgh-Check-Name
        MOVE II-Vendor-Code TO WS-Lgh-Check-Vendor
        MOVE "Y"            TO WS-Lgh-Vendor-Known-Sw
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company
        MOVE ZERO TO WS-Lgh-Check-YMD
        IF  II-Received-Date IS NUMERIC
            MOVE II-Received-Date TO WS-Lgh-Check-YMD
        END-IF
        PERFORM 081-Check-Legal-Hold
    END-IF.

*>------------------------------------------------
220-Check-Row-Age.
*>------------------------------------------------
