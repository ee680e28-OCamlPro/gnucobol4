*> Export-Log-CSV drops daily (delete past their own
*> window).  Reports counts and bytes reclaimed, and
*> honors WS-Option = 1 as a dry run exactly the way
*> the file purge does.  Anything a hold in the
*> legal-hold register covers is left untouched and
*> logged.  CALLed at the end of PGM00B's chain.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Report-Catalog-New-Select.cpy".
COPY "./copybooks/Report-Ret-Select.cpy".
COPY "./copybooks/Legal-Hold-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Report-Catalog-New-FD.cpy".
COPY "./copybooks/Report-Ret-FD.cpy".
COPY "./copybooks/Legal-Hold-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Report-Ret-WS.cpy".

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".
01  WS-Logs-Dir                  PIC X(60) VALUE SPACE.
01  WS-Reports-Dir               PIC X(60) VALUE SPACE.

*> last-"/" scan over a catalog row's path, for the
*> legal-hold filename test.
01  WS-Crt-Slash-Pos             PIC 9(03) VALUE ZERO.
01  WS-Crt-Scan-Pos              PIC 9(03) VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------

    PERFORM 100-Load-Retention-Config.

    PERFORM 105-Load-Legal-Holds.

    PERFORM 200-Sweep-Dated-Logs.

    PERFORM 300-Sweep-Csv-Exports.
        CLOSE Log-Retention-File
    END-IF.

*>------------------------------------------------
105-Load-Legal-Holds.
*>------------------------------------------------
*> Same load of the holds in force as PGM00's 088-
*> Load-Legal-Holds.
*>------------------------------------------------
    MOVE SPACE TO WS-Legal-Hold-Path.
    STRING FUNCTION TRIM(WS-Reports-Dir) DELIMITED BY SIZE
           "legal-hold.cfg" DELIMITED BY SIZE
      INTO WS-Legal-Hold-Path
    END-STRING.

    ACCEPT WS-Lgh-Today-YMD FROM DATE YYYYMMDD END-ACCEPT.
    MOVE ZERO TO WS-Lgh-Count.
    MOVE "N"  TO WS-Lgh-Vendor-Known-Sw.

    MOVE "N" TO WS-EOF-LHR.
    OPEN INPUT Legal-Hold-File.
    IF  WS-StatusLHR = "00"
        PERFORM 1051-Read-Legal-Hold-Row
          UNTIL Legal-Hold-EOF
        CLOSE Legal-Hold-File
    END-IF.

*>------------------------------------------------
1051-Read-Legal-Hold-Row.
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
106-Check-Legal-Hold.
*>------------------------------------------------
*> Same match as PGM00's 0882-Check-Legal-Hold.  Logs
*> and exports carry no vendor, and the dated logs and
*> CSV exports no company, so only a hold's filename
*> pattern and date range can leave them out.
*>------------------------------------------------
    MOVE "N"  TO WS-Lgh-Matched-Sw.
    MOVE ZERO TO WS-Lgh-Hit.

    IF  WS-Lgh-Count > ZERO
        PERFORM 1061-Match-One-Legal-Hold
          VARYING WS-Lgh-Idx FROM 1 BY 1
            UNTIL WS-Lgh-Matched
               OR WS-Lgh-Idx > WS-Lgh-Count
    END-IF.

*>------------------------------------------------
1061-Match-One-Legal-Hold.
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
107-Log-Legal-Hold-Skip.
*>------------------------------------------------
*> One line per file a legal hold kept, same wording
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
        COMPUTE WS-Hk-Name-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Hk-Entry-Name))

*>      a log under legal hold is neither deleted nor
*>      compressed - the bytes stay exactly as they are.
        MOVE "N" TO WS-Lgh-Matched-Sw
        IF  WS-Hk-Age-Days > WS-Hk-Compress-Days
        OR  WS-Hk-Age-Days > WS-Hk-Delete-Days
            MOVE WS-Hk-Entry-Name TO WS-Lgh-Check-Name
            MOVE SPACE            TO WS-Lgh-Check-Company
            MOVE WS-Hk-Mod-YMD    TO WS-Lgh-Check-YMD
            PERFORM 106-Check-Legal-Hold
        END-IF

        EVALUATE TRUE
            WHEN WS-Lgh-Matched
                PERFORM 107-Log-Legal-Hold-Skip
            WHEN WS-Hk-Age-Days > WS-Hk-Delete-Days
                ADD 1 TO WS-Hk-Deleted-Count
                ADD File-Size-In-Bytes TO WS-Hk-Reclaimed-Bytes
              = FUNCTION INTEGER-OF-DATE(WS-Hk-Today-YMD)
              - FUNCTION INTEGER-OF-DATE(WS-Hk-Mod-YMD)

        MOVE "N" TO WS-Lgh-Matched-Sw
        IF  WS-Hk-Age-Days > WS-Hk-Csv-Days
            MOVE WS-Hk-Entry-Name TO WS-Lgh-Check-Name
            MOVE SPACE            TO WS-Lgh-Check-Company
            MOVE WS-Hk-Mod-YMD    TO WS-Lgh-Check-YMD
            PERFORM 106-Check-Legal-Hold
            IF  WS-Lgh-Matched
                PERFORM 107-Log-Legal-Hold-Skip
            END-IF
        END-IF

        IF  WS-Hk-Age-Days > WS-Hk-Csv-Days
        AND NOT WS-Lgh-Matched
            ADD 1 TO WS-Hk-Csv-Deleted-Count
            ADD File-Size-In-Bytes TO WS-Hk-Reclaimed-Bytes
            IF  WS-Option NOT = 1
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    IF  WS-Lgh-Skipped-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "housekeeping: " DELIMITED BY SIZE
               WS-Lgh-Skipped-Count DELIMITED BY SIZE
               " file(s) kept under legal hold" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
500-Age-Catalog-Reports.
*>------------------------------------------------
                MOVE ZERO TO WS-Crt-Age-Days
            END-IF

            MOVE "N" TO WS-Lgh-Matched-Sw
            IF  WS-Crt-Found
            AND WS-Crt-Age-Days > WS-Crt-Days(WS-Crt-Hit)
                PERFORM 505-Check-Report-Legal-Hold
            END-IF

            IF  WS-Crt-Found
            AND WS-Crt-Age-Days > WS-Crt-Days(WS-Crt-Hit)
            AND NOT WS-Lgh-Matched
                ADD 1 TO WS-Crt-Aged-Count
                IF  WS-Option NOT = 1
                    MOVE SPACE TO WS-Crt-Del-Path
        SET WS-Crt-Hit TO WS-Crt-Idx
    END-IF.

*>------------------------------------------------
505-Check-Report-Legal-Hold.
*>------------------------------------------------
*> A catalogued report carries its company and date -
*> the hold's filename pattern is tested against the
*> bare name after CT-Path's last "/".  A held report
*> keeps both its file and its catalog row.
*>------------------------------------------------
    MOVE ZERO TO WS-Crt-Slash-Pos.
    PERFORM 5051-Check-One-Position
      VARYING WS-Crt-Scan-Pos FROM 1 BY 1
        UNTIL WS-Crt-Scan-Pos > 80.

    MOVE SPACE TO WS-Lgh-Check-Name.
    IF  WS-Crt-Slash-Pos > ZERO
    AND WS-Crt-Slash-Pos < 80
        MOVE CT-Path(WS-Crt-Slash-Pos + 1 :) TO WS-Lgh-Check-Name
    ELSE
        MOVE CT-Path TO WS-Lgh-Check-Name
    END-IF.

    MOVE CT-Company     TO WS-Lgh-Check-Company.
    MOVE WS-Crt-Row-YMD TO WS-Lgh-Check-YMD.
    IF  CT-Date IS NOT NUMERIC
        MOVE ZERO TO WS-Lgh-Check-YMD
    END-IF.

    PERFORM 106-Check-Legal-Hold.
    IF  WS-Lgh-Matched
        PERFORM 107-Log-Legal-Hold-Skip
    END-IF.

*>------------------------------------------------
5051-Check-One-Position.
*>------------------------------------------------
    IF  CT-Path(WS-Crt-Scan-Pos : 1) = "/"
        MOVE WS-Crt-Scan-Pos TO WS-Crt-Slash-Pos
    END-IF.

*>------------------------------------------------
910-Write-Log-Line.
*>------------------------------------------------
