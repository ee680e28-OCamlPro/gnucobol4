*> files stay retrievable.  Scheduled as its own
*> month-end step rather than in the nightly chain;
*> runs safely any time (a pass with nothing past the
*> cutoff does nothing).  Files a legal hold covers
*> stay in ./files/done, logged.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Archive-List-Select.cpy".
COPY "./copybooks/Archive-Manifest-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Legal-Hold-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Archive-List-FD.cpy".
COPY "./copybooks/Archive-Manifest-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".
COPY "./copybooks/Legal-Hold-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Archive-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/Legal-Hold-WS.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

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
*> bundles and removes the originals.
*>------------------------------------------------
    MOVE ZERO TO WS-Archive-Count
                 WS-Archive-Bytes
                 WS-Lgh-Skipped-Count.

    COMPUTE WS-Archive-Today-YMD
          = CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
      USING WS-Archive-List-Path
    END-CALL.

    IF  WS-Lgh-Skipped-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "archive: " DELIMITED BY SIZE
               WS-Lgh-Skipped-Count DELIMITED BY SIZE
               " file(s) past cutoff kept under legal hold"
                 DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
300-Roll-Off-Exit.
*>------------------------------------------------
                          - FUNCTION INTEGER-OF-DATE(WS-Archive-Mod-YMD)

                    IF  WS-Archive-Age-Days > WS-Archive-Cutoff-Days
                        PERFORM 311-Check-Done-Legal-Hold
                        IF  WS-Lgh-Matched
                            PERFORM 082-Log-Legal-Hold-Skip
                        ELSE
                            ADD 1 TO WS-Archive-Count
                            ADD File-Size-In-Bytes TO WS-Archive-Bytes

                            MOVE Intake-Scan-Entry TO Archive-List-Entry
                            WRITE Archive-List-Entry

                            MOVE SPACE TO WS-Archive-Manifest-Row
                            MOVE Intake-Scan-Entry
                              TO WS-Arch-Man-Filename
                            MOVE File-Size-In-Bytes
                              TO WS-Arch-Man-Size
                            MOVE WS-Archive-Bundle-Path
                              TO WS-Arch-Man-Bundle
                            PERFORM 312-Compute-Member-Checksum
                            MOVE WS-Cksum-Value
                              TO WS-Arch-Man-Cksum
                            MOVE WS-Archive-Manifest-Row
                              TO Archive-Manifest-Line
                            WRITE Archive-Manifest-Line
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
311-Check-Done-Legal-Hold.
*>------------------------------------------------
*> A done/ file under legal hold stays out of the
*> bundle - tar --remove-files would take it off disk.
*> Vendor from the file's latest index row, else from
*> the vendor subfolder it sits in; a flat done/ file
*> with no row has no vendor anyone can vouch for.
*>------------------------------------------------
    MOVE "N" TO WS-Lgh-Matched-Sw.

    IF  WS-Lgh-Count > ZERO
        MOVE SPACE TO WS-Arch-Name-P1
                      WS-Arch-Name-P2
        UNSTRING Intake-Scan-Entry DELIMITED BY "/"
            INTO WS-Arch-Name-P1
                 WS-Arch-Name-P2
        END-UNSTRING
        IF  WS-Arch-Name-P2 NOT = SPACE
            MOVE WS-Arch-Name-P2 TO WS-Lgh-Check-Name
        ELSE
            MOVE WS-Arch-Name-P1 TO WS-Lgh-Check-Name
        END-IF

        MOVE "N"   TO WS-Lgh-Vendor-Known-Sw
                      WS-II-Row-Found-Sw
        MOVE SPACE TO WS-Lgh-Check-Vendor
        IF  WS-Intake-Index-Open
            MOVE WS-Lgh-Check-Name TO WS-II-Search-Name
            PERFORM 316-Find-Latest-Index-Row
        END-IF
        IF  WS-II-Row-Found
            MOVE II-Vendor-Code TO WS-Lgh-Check-Vendor
            MOVE "Y" TO WS-Lgh-Vendor-Known-Sw
        ELSE
            IF  WS-Arch-Name-P2 NOT = SPACE
                MOVE WS-Arch-Name-P1 TO WS-Lgh-Check-Vendor
                MOVE "Y" TO WS-Lgh-Vendor-Known-Sw
            END-IF
        END-IF

        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Lgh-Check-Company
        MOVE WS-Archive-Mod-YMD TO WS-Lgh-Check-YMD
        PERFORM 081-Check-Legal-Hold
    END-IF.

*>------------------------------------------------
312-Compute-Member-Checksum.
*>------------------------------------------------
*> `cksum` over the member as it goes into the bundle -
*> same CALL "SYSTEM" + scratch-file idiom as PGM01's
*> 216-Compute-Entry-Checksum.  Recorded on the
*> manifest row so PGM53's scrub can later prove the
*> bundle still holds these bytes.  A failed run
*> leaves WS-Cksum-Value ZERO (not recorded).
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           ".cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Archive-Entry-Path) DELIMITED BY SIZE
           "' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cksum-Scratch-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Cksum-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Cksum-Cmd
    END-CALL.

    OPEN INPUT Cksum-File.
    IF  WS-StatusCKS = "00"
        READ Cksum-File
            AT END
                CONTINUE
            NOT AT END
                UNSTRING Cksum-Line DELIMITED BY ALL SPACE
                    INTO WS-Cksum-Token
                END-UNSTRING
                IF  WS-Cksum-Token NOT = SPACE
                    MOVE FUNCTION NUMVAL(WS-Cksum-Token)
                      TO WS-Cksum-Value
                END-IF
        END-READ
        CLOSE Cksum-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Cksum-Scratch-Path
    END-CALL.

*>------------------------------------------------
315-Mark-Index-Row-Archived.
*>------------------------------------------------
