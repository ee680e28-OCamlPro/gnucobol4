*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM45.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Configuration bundle export/import.
*> Vendor, layout, recon-pair and schedule changes are
*> proven in a rehearsal root (PGM23/PGM37) first;
*> this is how they get promoted without copying .cfg
*> files one by one.  Export packages every .cfg of a
*> root tree - its ./reports and each company-master
*> company's own ./reports - into one dated bundle,
*> config-bundle-YYYYMMDD-HHMMSS.cfb, carrying each
*> file's cksum CRC and a trailer count.  Import checks
*> the bundle whole before touching anything, shows a
*> line-by-line diff of every file against the target
*> root, and applies only on confirmation and the
*> CFGIMPORT token in ./reports/auth-table.cfg.  The
*> files it replaces are first written to a rollback
*> bundle, config-rollback-<run>.cfb, so the import can
*> be undone as a unit by importing that bundle back
*> (mode R).  Every import, applied or not, writes a
*> run audit row.  auth-table.cfg and operators.cfg
*> are never bundled - grants and PINs belong to the
*> tree they were made in.  Same standalone console
*> mold as PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Cfg-Bundle-Select.cpy".
COPY "./copybooks/Cfg-Copy-Select.cpy".
COPY "./copybooks/Cfg-List-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Cfg-Bundle-FD.cpy".
COPY "./copybooks/Cfg-Copy-FD.cpy".
COPY "./copybooks/Cfg-List-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM45".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Cfg-Bundle-WS.cpy".

COPY "./copybooks/Cfg-Copy-WS.cpy".

COPY "./copybooks/Cfg-List-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Cfb-Mode                  PIC X(01) VALUE SPACE.
    88  WS-Cfb-Exporting         VALUE "E".
    88  WS-Cfb-Importing         VALUE "I".
    88  WS-Cfb-Rolling-Back      VALUE "R".
01  WS-Cfb-Confirm               PIC X(01) VALUE SPACE.

*> the tree being exported from or imported into, its
*> ./reports (where bundles and working copies live),
*> and this run's identity - YYYYMMDD-HHMMSS, the same
*> way PGM00 mints a chain's run ID - which names the
*> bundle or rollback bundle and tags the audit row.
01  WS-Cfb-Root                  PIC X(40) VALUE SPACE.
01  WS-Cfb-Reports-Dir           PIC X(80) VALUE SPACE.
01  WS-Cfb-Run-ID                PIC X(15) VALUE SPACE.
01  WS-Cfb-Import-Path           PIC X(120) VALUE SPACE.
01  WS-Cfb-Rollback-Path         PIC X(120) VALUE SPACE.
01  WS-Cfb-Cmd                   PIC X(600) VALUE SPACE.
01  WS-Cfb-Cmd-Ptr               PIC 9(03) VALUE ZERO.

*> one row per file in the bundle.  Action, set by the
*> compare pass: N new, C changed, S same, D removed,
*> K absent in both (nothing to do).
01  WS-Cfb-File-Table.
    05  WS-Cfb-File-Count        PIC 9(03) VALUE ZERO.
    05  WS-Cfb-File-Entry OCCURS 100 TIMES
                            INDEXED BY WS-Cfb-Idx.
        10  WS-Cfb-Name          PIC X(60).
        10  WS-Cfb-Absent        PIC X(01).
        10  WS-Cfb-Rows          PIC 9(05).
        10  WS-Cfb-Cksum         PIC 9(10).
        10  WS-Cfb-Action        PIC X(01).
        10  WS-Cfb-Cur-Rows      PIC 9(05).
        10  WS-Cfb-Cur-Cksum     PIC 9(10).
01  WS-Cfb-File-Max              PIC 9(03) VALUE 100.
01  WS-Cfb-Idx-Num               PIC 9(03) VALUE ZERO.
01  WS-Cfb-File-Count-Save       PIC 9(03) VALUE ZERO.
01  WS-Cfb-Roll-Count            PIC 9(03) VALUE ZERO.
01  WS-Cfb-Cur-Idx               PIC 9(03) VALUE ZERO.

01  WS-Cfb-Bad-Sw                PIC X(01) VALUE "N".
    88  WS-Cfb-Bad               VALUE "Y".
01  WS-Cfb-Staging-Sw            PIC X(01) VALUE "N".
    88  WS-Cfb-Staging-Open      VALUE "Y".
01  WS-Cfb-Header-Sw             PIC X(01) VALUE "N".
    88  WS-Cfb-Header-Seen       VALUE "Y".
01  WS-Cfb-Trailer-Sw            PIC X(01) VALUE "N".
    88  WS-Cfb-Trailer-Seen      VALUE "Y".
01  WS-Cfb-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Cfb-Found             VALUE "Y".

01  WS-Cfb-Kind                  PIC X(08) VALUE SPACE.
01  WS-Cfb-Hdr-Date              PIC X(08) VALUE SPACE.
01  WS-Cfb-Hdr-User              PIC X(20) VALUE SPACE.
01  WS-Cfb-Hdr-Root              PIC X(40) VALUE SPACE.

01  WS-Cfb-Row-Count             PIC 9(05) VALUE ZERO.
01  WS-Cfb-Total-Rows            PIC 9(07) VALUE ZERO.
01  WS-Cfb-New-Count             PIC 9(03) VALUE ZERO.
01  WS-Cfb-Changed-Count         PIC 9(03) VALUE ZERO.
01  WS-Cfb-Removed-Count         PIC 9(03) VALUE ZERO.
01  WS-Cfb-Same-Count            PIC 9(03) VALUE ZERO.
01  WS-Cfb-Kept-Count            PIC 9(03) VALUE ZERO.
01  WS-Cfb-Applied-Count         PIC 9(03) VALUE ZERO.
01  WS-Cfb-Failed-Count          PIC 9(03) VALUE ZERO.
01  WS-Cfb-Count-Edit            PIC ZZ9 VALUE ZERO.
01  WS-Cfb-Count-Edit2           PIC ZZ9 VALUE ZERO.
01  WS-Cfb-Rows-Edit             PIC Z(06)9 VALUE ZERO.

*> which side of a row 840-Display-File-Rows marks.
01  WS-Cfb-Row-Mark              PIC X(02) VALUE SPACE.

*> tree-relative name split for the company segment a
*> new company file may need created.
01  WS-Cfb-Name-Seg              PIC X(60) VALUE SPACE.
01  WS-Cfb-Name-Rest             PIC X(60) VALUE SPACE.
01  WS-Cfb-Dot-Count             PIC 9(02) VALUE ZERO.
01  WS-Cfb-Name-Len              PIC 9(03) VALUE ZERO.
01  WS-Cfb-Target-Path           PIC X(120) VALUE SPACE.
01  WS-Cfb-New-Path              PIC X(120) VALUE SPACE.
01  WS-Cfb-Cur-Path              PIC X(120) VALUE SPACE.
01  WS-Cfb-Ck-Path               PIC X(120) VALUE SPACE.
01  WS-Cfb-Audit-Text            PIC X(45) VALUE SPACE.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Mode - E export a bundle, I import a bundle, "
            "R roll back an import:" UPON CONSOLE.
    MOVE SPACE TO WS-Cfb-Mode.
    ACCEPT WS-Cfb-Mode FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Cfb-Mode) TO WS-Cfb-Mode.

    EVALUATE TRUE
        WHEN WS-Cfb-Exporting
            PERFORM 200-Export-Bundle
              THRU 200-Export-Exit
        WHEN WS-Cfb-Importing
        OR   WS-Cfb-Rolling-Back
            PERFORM 300-Import-Bundle
              THRU 300-Import-Exit
        WHEN OTHER
            DISPLAY WS-Pgm-ID " unknown mode - nothing done"
              UPON CONSOLE
    END-EVALUATE.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM42, and the operator identity PGM10
*> records the same way - here it is also the identity
*> the auth table is checked for.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    MOVE SPACE TO WS-Dir-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/dir-table.cfg" DELIMITED BY SIZE
      INTO WS-Dir-Table-Path
    END-STRING.

    MOVE "N" TO WS-EOF-DTB.
    OPEN INPUT Dir-Table-File.
    IF  WS-StatusDTB = "00"
        PERFORM 092-Read-Dir-Table-Row
          UNTIL Dir-Table-EOF
        CLOSE Dir-Table-File
    END-IF.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  while sign-on is in force, else the OS login.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.
    EVALUATE TRUE
        WHEN WS-Opr-OK
            MOVE WS-Opr-ID TO WS-OS-User
        WHEN WS-Opr-No-Master
            ACCEPT WS-OS-User FROM ENVIRONMENT "USER" END-ACCEPT
            IF  WS-OS-User = SPACE
                ACCEPT WS-OS-User FROM ENVIRONMENT "LOGNAME" END-ACCEPT
            END-IF
            IF  WS-OS-User = SPACE
                MOVE "UNKNOWN" TO WS-OS-User
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.
    MOVE WS-OS-User TO WS-Auth-User.

*>------------------------------------------------
092-Read-Dir-Table-Row.
*>------------------------------------------------
    READ Dir-Table-File
        AT END
            MOVE "Y" TO WS-EOF-DTB
        NOT AT END
            IF  DT-Index >= 1 AND DT-Index <= TBL-Nbr-Elements
                SET TBL-Sfx-Idx  TO DT-Index
                SET TBL-Enb-Idx  TO DT-Index
                MOVE DT-Suffix  TO TBL-Suffix(TBL-Sfx-Idx)
                MOVE DT-Enabled TO TBL-Enabled(TBL-Enb-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
095-Set-Tree.
*>------------------------------------------------
*> WS-Cfb-Root is the tree this run works on (blank
*> means this system's own root); its ./reports holds
*> the bundles and the working copies.
*>------------------------------------------------
    IF  WS-Cfb-Root = SPACE
        MOVE WS-Base-Root-Path TO WS-Cfb-Root
    END-IF.

    MOVE WS-Cfb-Root TO WS-Root-Path.
    SET TBL-Index TO TBL-dir-reports.
    SET TBL-Sfx-Idx TO TBL-Index.
    MOVE SPACE TO WS-Cfb-Reports-Dir.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-Sfx-Idx)) DELIMITED BY SIZE
      INTO WS-Cfb-Reports-Dir
    END-STRING.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Cfb-Run-ID.
    STRING CDT-Date    DELIMITED BY SIZE
           "-"         DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Cfb-Run-ID
    END-STRING.

    MOVE SPACE TO WS-Cfg-List-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           ".cfb-list.tmp" DELIMITED BY SIZE
      INTO WS-Cfg-List-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           ".cfb-cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
    END-STRING.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM00's 079-Check-Authorization - no file deployed
*> means everything is allowed, today's behavior.
*>------------------------------------------------
    MOVE "Y" TO WS-Auth-No-File-Sw.
    MOVE "N" TO WS-Auth-Allowed-Sw.

    MOVE "N" TO WS-EOF-AUT.
    OPEN INPUT Auth-Table-File.
    IF  WS-StatusAUT = "00"
        MOVE "N" TO WS-Auth-No-File-Sw
        PERFORM 0791-Check-One-Auth-Row
          UNTIL Auth-Table-EOF
        CLOSE Auth-Table-File
    END-IF.

    IF  WS-Auth-No-File
        MOVE "Y" TO WS-Auth-Allowed-Sw
    END-IF.

*>------------------------------------------------
0791-Check-One-Auth-Row.
*>------------------------------------------------
    READ Auth-Table-File
        AT END
            MOVE "Y" TO WS-EOF-AUT
        NOT AT END
            IF  FUNCTION UPPER-CASE(FUNCTION TRIM(AU-User))
              = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Auth-User))
                MOVE ZERO TO WS-Auth-Token-Count
                INSPECT FUNCTION UPPER-CASE(AU-Actions)
                    TALLYING WS-Auth-Token-Count
                    FOR ALL FUNCTION UPPER-CASE
                        (FUNCTION TRIM(WS-Auth-Action-Token))
                IF  WS-Auth-Token-Count > ZERO
                    MOVE "Y" TO WS-Auth-Allowed-Sw
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
200-Export-Bundle.
*>------------------------------------------------
*> Every .cfg of the tree, each one rewritten row by
*> row to a working copy first so the CRC in its F
*> record is the CRC of exactly the rows that follow.
*> Reading a tree changes nothing, so export needs no
*> token.
*>------------------------------------------------
    DISPLAY "Root to export from (blank for this system's root):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Cfb-Root.
    ACCEPT WS-Cfb-Root FROM CONSOLE END-ACCEPT.
    PERFORM 095-Set-Tree.

    MOVE ZERO TO WS-Cfb-File-Count.
    MOVE "N"  TO WS-Cfb-Bad-Sw.
    PERFORM 800-List-Tree.
    MOVE "N" TO WS-EOF-CLS.
    OPEN INPUT Cfg-List-File.
    IF  WS-StatusCLS = "00"
        PERFORM 201-Read-Export-Name
          UNTIL Cfg-List-EOF
        CLOSE Cfg-List-File
    END-IF.
    CALL "CBL_DELETE_FILE"
      USING WS-Cfg-List-Path
    END-CALL.

    IF  WS-Cfb-Bad
        DISPLAY WS-Pgm-ID " more than 100 configuration files - "
                "no bundle written" UPON CONSOLE
        GO TO 200-Export-Exit
    END-IF.
    IF  WS-Cfb-File-Count = ZERO
        DISPLAY WS-Pgm-ID " no configuration files under "
                FUNCTION TRIM(WS-Cfb-Root) " - nothing exported"
          UPON CONSOLE
        GO TO 200-Export-Exit
    END-IF.

    MOVE SPACE TO WS-Cfg-Bundle-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           "config-bundle-" DELIMITED BY SIZE
           WS-Cfb-Run-ID DELIMITED BY SIZE
           ".cfb" DELIMITED BY SIZE
      INTO WS-Cfg-Bundle-Path
    END-STRING.

    OPEN OUTPUT Cfg-Bundle-File.
    IF  WS-StatusCFB NOT = "00"
        DISPLAY WS-Pgm-ID " unable to open "
                FUNCTION TRIM(WS-Cfg-Bundle-Path)
                " for output - nothing exported" UPON CONSOLE
        GO TO 200-Export-Exit
    END-IF.

    MOVE "EXPORT" TO WS-Cfb-Kind.
    PERFORM 810-Write-Bundle-Header.

    MOVE ZERO TO WS-Cfb-Total-Rows.
    MOVE SPACE TO WS-Cfb-New-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           ".cfb-export.tmp" DELIMITED BY SIZE
      INTO WS-Cfb-New-Path
    END-STRING.
    PERFORM 210-Export-One-File
      VARYING WS-Cfb-Idx FROM 1 BY 1
        UNTIL WS-Cfb-Idx > WS-Cfb-File-Count.
    CALL "CBL_DELETE_FILE"
      USING WS-Cfb-New-Path
    END-CALL.

    MOVE WS-Cfb-File-Count TO WS-Cfb-File-Count-Save.
    PERFORM 815-Write-Bundle-Trailer.
    CLOSE Cfg-Bundle-File.

*>  the bundle's own CRC, for comparing after it has
*>  been carried to the other tree.
    MOVE WS-Cfg-Bundle-Path TO WS-Cfb-Ck-Path.
    PERFORM 830-Compute-Checksum.

    MOVE WS-Cfb-File-Count  TO WS-Cfb-Count-Edit.
    MOVE WS-Cfb-Total-Rows  TO WS-Cfb-Rows-Edit.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Cfb-Count-Edit)
            " file(s), " FUNCTION TRIM(WS-Cfb-Rows-Edit)
            " row(s) written to " FUNCTION TRIM(WS-Cfg-Bundle-Path)
      UPON CONSOLE.
    DISPLAY WS-Pgm-ID " bundle cksum " WS-Cksum-Value UPON CONSOLE.

    MOVE SPACE TO WS-Cfb-Audit-Text.
    STRING "cfg bundle export, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Count-Edit) DELIMITED BY SIZE
           " file(s)" DELIMITED BY SIZE
      INTO WS-Cfb-Audit-Text
    END-STRING.
    PERFORM 900-Write-Audit-Row.

*>------------------------------------------------
200-Export-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
201-Read-Export-Name.
*>------------------------------------------------
    READ Cfg-List-File
        AT END
            MOVE "Y" TO WS-EOF-CLS
        NOT AT END
            IF  Cfg-List-Entry NOT = SPACE
                MOVE Cfg-List-Entry TO WS-Cfb-Name-Rest
                PERFORM 805-Check-Bundle-Name
                IF  WS-Cfb-Found
                    IF  WS-Cfb-File-Count < WS-Cfb-File-Max
                        ADD 1 TO WS-Cfb-File-Count
                        SET WS-Cfb-Idx TO WS-Cfb-File-Count
                        MOVE SPACE TO WS-Cfb-File-Entry(WS-Cfb-Idx)
                        MOVE Cfg-List-Entry TO WS-Cfb-Name(WS-Cfb-Idx)
                    ELSE
                        MOVE "Y" TO WS-Cfb-Bad-Sw
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
210-Export-One-File.
*>------------------------------------------------
    MOVE SPACE TO WS-Cfg-Src-Path.
    STRING FUNCTION TRIM(WS-Cfb-Root) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx)) DELIMITED BY SIZE
      INTO WS-Cfg-Src-Path
    END-STRING.
    MOVE WS-Cfb-New-Path TO WS-Cfg-Out-Path.
    PERFORM 820-Copy-Rows.

    IF  WS-StatusCSR = "00"
        MOVE WS-Cfb-New-Path TO WS-Cfb-Ck-Path
        PERFORM 830-Compute-Checksum

        MOVE SPACE TO Cfg-Bundle-File-Line
        MOVE "F" TO CB-Type
        MOVE WS-Cfb-Name(WS-Cfb-Idx) TO CBF-Name
        MOVE WS-Cfb-Row-Count        TO CBF-Rows
        MOVE WS-Cksum-Value          TO CBF-Cksum
        WRITE Cfg-Bundle-Line FROM Cfg-Bundle-File-Line

        MOVE WS-Cfb-New-Path TO WS-Cfg-Src-Path
        PERFORM 816-Write-Bundle-Rows
    END-IF.

*>------------------------------------------------
300-Import-Bundle.
*>------------------------------------------------
*> Import and roll back are one path: a rollback
*> bundle is an ordinary bundle whose A rows remove the
*> files the import being undone had added.  Nothing
*> under the target tree changes until the whole bundle
*> has checked out, the diff has been shown, and the
*> operator has said yes.
*>------------------------------------------------
    MOVE "CFGIMPORT" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to import configuration - "
                "nothing done" UPON CONSOLE
        MOVE SPACE TO WS-Cfb-Run-ID
        MOVE "cfg bundle import refused, not authorized"
          TO WS-Cfb-Audit-Text
        PERFORM 900-Write-Audit-Row
        GO TO 300-Import-Exit
    END-IF.

    IF  WS-Cfb-Rolling-Back
        DISPLAY "Rollback bundle to apply (config-rollback-*.cfb path):"
          UPON CONSOLE
    ELSE
        DISPLAY "Bundle to import (config-bundle-*.cfb path):"
          UPON CONSOLE
    END-IF.
    MOVE SPACE TO WS-Cfb-Import-Path.
    ACCEPT WS-Cfb-Import-Path FROM CONSOLE END-ACCEPT.

    DISPLAY "Root to import into (blank for this system's root):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Cfb-Root.
    ACCEPT WS-Cfb-Root FROM CONSOLE END-ACCEPT.
    PERFORM 095-Set-Tree.

    PERFORM 310-Load-Bundle
      THRU 310-Load-Exit.
    IF  WS-Cfb-Bad
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - nothing imported" UPON CONSOLE
        PERFORM 590-Remove-Working-Copies
        MOVE "cfg bundle import refused, bundle damaged"
          TO WS-Cfb-Audit-Text
        PERFORM 900-Write-Audit-Row
        GO TO 300-Import-Exit
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Cfb-Kind) " bundle of "
            WS-Cfb-Hdr-Date " by " FUNCTION TRIM(WS-Cfb-Hdr-User)
            " from " FUNCTION TRIM(WS-Cfb-Hdr-Root)
            " - checks out" UPON CONSOLE.

    MOVE ZERO TO WS-Cfb-New-Count
                 WS-Cfb-Changed-Count
                 WS-Cfb-Removed-Count
                 WS-Cfb-Same-Count
                 WS-Cfb-Kept-Count.
    PERFORM 400-Compare-One-File
      VARYING WS-Cfb-Idx FROM 1 BY 1
        UNTIL WS-Cfb-Idx > WS-Cfb-File-Count.

*>  a promotion leaves alone what the rehearsal tree
*>  never had - say which files those are.
    IF  WS-Cfb-Importing
        PERFORM 450-List-Kept-Files
    END-IF.

    COMPUTE WS-Cfb-Applied-Count = WS-Cfb-New-Count
                                 + WS-Cfb-Changed-Count
                                 + WS-Cfb-Removed-Count.

    DISPLAY " " UPON CONSOLE.
    MOVE WS-Cfb-New-Count     TO WS-Cfb-Count-Edit.
    MOVE WS-Cfb-Changed-Count TO WS-Cfb-Count-Edit2.
    DISPLAY WS-Pgm-ID " new " FUNCTION TRIM(WS-Cfb-Count-Edit)
            ", changed " FUNCTION TRIM(WS-Cfb-Count-Edit2)
      UPON CONSOLE.
    MOVE WS-Cfb-Removed-Count TO WS-Cfb-Count-Edit.
    MOVE WS-Cfb-Same-Count    TO WS-Cfb-Count-Edit2.
    DISPLAY WS-Pgm-ID " removed " FUNCTION TRIM(WS-Cfb-Count-Edit)
            ", unchanged " FUNCTION TRIM(WS-Cfb-Count-Edit2)
      UPON CONSOLE.
    IF  WS-Cfb-Kept-Count > ZERO
        MOVE WS-Cfb-Kept-Count TO WS-Cfb-Count-Edit
        DISPLAY WS-Pgm-ID " not in the bundle, left as they are "
                FUNCTION TRIM(WS-Cfb-Count-Edit) UPON CONSOLE
    END-IF.

    IF  WS-Cfb-Applied-Count = ZERO
        DISPLAY WS-Pgm-ID " target already matches the bundle - "
                "nothing to import" UPON CONSOLE
        PERFORM 590-Remove-Working-Copies
        MOVE "cfg bundle import, no differences"
          TO WS-Cfb-Audit-Text
        PERFORM 900-Write-Audit-Row
        GO TO 300-Import-Exit
    END-IF.

    MOVE WS-Cfb-Applied-Count TO WS-Cfb-Count-Edit.
    DISPLAY "Apply " FUNCTION TRIM(WS-Cfb-Count-Edit)
            " file change(s) to " FUNCTION TRIM(WS-Cfb-Root)
            "? Y/N:" UPON CONSOLE.
    MOVE SPACE TO WS-Cfb-Confirm.
    ACCEPT WS-Cfb-Confirm FROM CONSOLE END-ACCEPT.

    IF  WS-Cfb-Confirm NOT = "Y" AND WS-Cfb-Confirm NOT = "y"
        DISPLAY WS-Pgm-ID " cancelled - nothing imported"
          UPON CONSOLE
        PERFORM 590-Remove-Working-Copies
        MOVE "cfg bundle import declined at the diff"
          TO WS-Cfb-Audit-Text
        PERFORM 900-Write-Audit-Row
        GO TO 300-Import-Exit
    END-IF.

    PERFORM 500-Write-Rollback-Bundle.
    IF  WS-Cfb-Bad
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG)
                " - nothing imported" UPON CONSOLE
        PERFORM 590-Remove-Working-Copies
        MOVE "cfg bundle import stopped, no rollback"
          TO WS-Cfb-Audit-Text
        PERFORM 900-Write-Audit-Row
        GO TO 300-Import-Exit
    END-IF.

    MOVE ZERO TO WS-Cfb-Applied-Count
                 WS-Cfb-Failed-Count.
    PERFORM 510-Apply-One-File
      VARYING WS-Cfb-Idx FROM 1 BY 1
        UNTIL WS-Cfb-Idx > WS-Cfb-File-Count.

    PERFORM 590-Remove-Working-Copies.

    MOVE WS-Cfb-Applied-Count TO WS-Cfb-Count-Edit.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Cfb-Count-Edit)
            " file(s) applied - undo with mode R and "
            FUNCTION TRIM(WS-Cfb-Rollback-Path) UPON CONSOLE.
    IF  WS-Cfb-Failed-Count > ZERO
        MOVE WS-Cfb-Failed-Count TO WS-Cfb-Count-Edit2
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Cfb-Count-Edit2)
                " file(s) could NOT be written - roll back and retry"
          UPON CONSOLE
    END-IF.

    MOVE SPACE TO WS-Cfb-Audit-Text.
    IF  WS-Cfb-Rolling-Back
        STRING "cfg bundle rollback, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Count-Edit) DELIMITED BY SIZE
               " file(s) applied" DELIMITED BY SIZE
          INTO WS-Cfb-Audit-Text
        END-STRING
    ELSE
        STRING "cfg bundle import, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Count-Edit) DELIMITED BY SIZE
               " file(s) applied" DELIMITED BY SIZE
          INTO WS-Cfb-Audit-Text
        END-STRING
    END-IF.
    IF  WS-Cfb-Failed-Count > ZERO
        STRING FUNCTION TRIM(WS-Cfb-Audit-Text) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Count-Edit2) DELIMITED BY SIZE
               " failed" DELIMITED BY SIZE
          INTO WS-Cfb-Audit-Text
        END-STRING
    END-IF.
    PERFORM 900-Write-Audit-Row.

*>------------------------------------------------
300-Import-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Load-Bundle.
*>------------------------------------------------
*> Read the whole bundle, writing each file's rows to
*> a numbered working copy (.cfb-NNN.new) in the
*> target's ./reports.  Any break - no header, a row
*> outside a file, a name that would land outside the
*> tree, a row count or CRC that does not match, or no
*> trailer - refuses the whole bundle.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cfb-File-Count
                  WS-Cfb-Total-Rows
                  WS-Cfb-Cur-Idx.
    MOVE "N"   TO WS-Cfb-Bad-Sw
                  WS-Cfb-Staging-Sw
                  WS-Cfb-Header-Sw
                  WS-Cfb-Trailer-Sw.
    MOVE SPACE TO WS-MSG.

    MOVE WS-Cfb-Import-Path TO WS-Cfg-Bundle-Path.
    MOVE "N" TO WS-EOF-CFB.
    OPEN INPUT Cfg-Bundle-File.
    IF  WS-StatusCFB NOT = "00"
        MOVE "Y" TO WS-Cfb-Bad-Sw
        MOVE SPACE TO WS-MSG
        STRING "bundle " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Import-Path) DELIMITED BY SIZE
               " could not be opened" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        GO TO 310-Load-Exit
    END-IF.

    PERFORM 311-Read-Bundle-Row
      UNTIL Cfg-Bundle-EOF
         OR WS-Cfb-Bad.
    CLOSE Cfg-Bundle-File.

    IF  NOT WS-Cfb-Bad
        PERFORM 315-Finish-Staged-File
    END-IF.
    IF  WS-Cfb-Staging-Open
        CLOSE Cfg-Out-File
        MOVE "N" TO WS-Cfb-Staging-Sw
    END-IF.

    IF  NOT WS-Cfb-Bad
    AND NOT WS-Cfb-Trailer-Seen
        MOVE "Y" TO WS-Cfb-Bad-Sw
        MOVE "bundle has no trailer - it was cut short" TO WS-MSG
    END-IF.

*>------------------------------------------------
310-Load-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
311-Read-Bundle-Row.
*>------------------------------------------------
    READ Cfg-Bundle-File
        AT END
            MOVE "Y" TO WS-EOF-CFB
        NOT AT END
            EVALUATE TRUE
                WHEN WS-Cfb-Trailer-Seen
                    MOVE "Y" TO WS-Cfb-Bad-Sw
                    MOVE "bundle has rows after its trailer" TO WS-MSG
                WHEN NOT WS-Cfb-Header-Seen
                 AND NOT CB-Is-Header
                    MOVE "Y" TO WS-Cfb-Bad-Sw
                    MOVE "not a configuration bundle (no header)"
                      TO WS-MSG
                WHEN CB-Is-Header
                    MOVE "Y" TO WS-Cfb-Header-Sw
                    MOVE CBH-Kind TO WS-Cfb-Kind
                    MOVE CBH-Date TO WS-Cfb-Hdr-Date
                    MOVE CBH-User TO WS-Cfb-Hdr-User
                    MOVE CBH-Root TO WS-Cfb-Hdr-Root
                WHEN CB-Is-File
                OR   CB-Is-Absent
                    PERFORM 315-Finish-Staged-File
                    IF  NOT WS-Cfb-Bad
                        PERFORM 312-Start-Bundle-File
                    END-IF
                WHEN CB-Is-Row
                    IF  NOT WS-Cfb-Staging-Open
                        MOVE "Y" TO WS-Cfb-Bad-Sw
                        MOVE "bundle row outside any file" TO WS-MSG
                    ELSE
                        MOVE CB-Row TO Cfg-Out-Line
                        WRITE Cfg-Out-Line
                        ADD 1 TO WS-Cfb-Row-Count
                        ADD 1 TO WS-Cfb-Total-Rows
                    END-IF
                WHEN CB-Is-Trailer
                    PERFORM 315-Finish-Staged-File
                    MOVE "Y" TO WS-Cfb-Trailer-Sw
                    IF  NOT WS-Cfb-Bad
                    AND (CBT-Files NOT = WS-Cfb-File-Count
                      OR CBT-Rows NOT = WS-Cfb-Total-Rows)
                        MOVE "Y" TO WS-Cfb-Bad-Sw
                        MOVE "bundle trailer counts do not match its contents"
                          TO WS-MSG
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO WS-Cfb-Bad-Sw
                    MOVE "bundle holds a row of unknown type" TO WS-MSG
            END-EVALUATE
    END-READ.

*>------------------------------------------------
312-Start-Bundle-File.
*>------------------------------------------------
    MOVE CBF-Name TO WS-Cfb-Name-Rest.
    PERFORM 805-Check-Bundle-Name.
    IF  NOT WS-Cfb-Found
        MOVE "Y" TO WS-Cfb-Bad-Sw
        MOVE SPACE TO WS-MSG
        STRING "bundle names an unusable file " DELIMITED BY SIZE
               FUNCTION TRIM(CBF-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        IF  WS-Cfb-File-Count >= WS-Cfb-File-Max
            MOVE "Y" TO WS-Cfb-Bad-Sw
            MOVE "bundle holds more than 100 files" TO WS-MSG
        END-IF
    END-IF.

    IF  NOT WS-Cfb-Bad
        ADD 1 TO WS-Cfb-File-Count
        SET WS-Cfb-Idx TO WS-Cfb-File-Count
        MOVE WS-Cfb-File-Count TO WS-Cfb-Cur-Idx
        MOVE SPACE     TO WS-Cfb-File-Entry(WS-Cfb-Idx)
        MOVE CBF-Name  TO WS-Cfb-Name(WS-Cfb-Idx)
        MOVE ZERO      TO WS-Cfb-Row-Count
                          WS-Cfb-Cur-Rows(WS-Cfb-Idx)
                          WS-Cfb-Cur-Cksum(WS-Cfb-Idx)
        IF  CB-Is-Absent
            MOVE "Y"  TO WS-Cfb-Absent(WS-Cfb-Idx)
            MOVE ZERO TO WS-Cfb-Rows(WS-Cfb-Idx)
                         WS-Cfb-Cksum(WS-Cfb-Idx)
        ELSE
            MOVE "N"       TO WS-Cfb-Absent(WS-Cfb-Idx)
            MOVE CBF-Rows  TO WS-Cfb-Rows(WS-Cfb-Idx)
            MOVE CBF-Cksum TO WS-Cfb-Cksum(WS-Cfb-Idx)
            PERFORM 850-Set-Working-Paths
            MOVE WS-Cfb-New-Path TO WS-Cfg-Out-Path
            OPEN OUTPUT Cfg-Out-File
            IF  WS-StatusCOT = "00"
                MOVE "Y" TO WS-Cfb-Staging-Sw
            ELSE
                MOVE "Y" TO WS-Cfb-Bad-Sw
                MOVE SPACE TO WS-MSG
                STRING "working copy could not be written in "
                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
                  INTO WS-MSG
                END-STRING
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
315-Finish-Staged-File.
*>------------------------------------------------
*> Close the working copy of the file just read and
*> hold it to its F record - same row count, same CRC.
*>------------------------------------------------
    IF  WS-Cfb-Staging-Open
        CLOSE Cfg-Out-File
        MOVE "N" TO WS-Cfb-Staging-Sw

        SET WS-Cfb-Idx TO WS-Cfb-Cur-Idx
        PERFORM 850-Set-Working-Paths
        MOVE WS-Cfb-New-Path TO WS-Cfb-Ck-Path
        PERFORM 830-Compute-Checksum

        IF  WS-Cfb-Row-Count NOT = WS-Cfb-Rows(WS-Cfb-Idx)
        OR  WS-Cksum-Value NOT = WS-Cfb-Cksum(WS-Cfb-Idx)
        OR  WS-Cksum-Value = ZERO
            MOVE "Y" TO WS-Cfb-Bad-Sw
            MOVE SPACE TO WS-MSG
            STRING "checksum mismatch on " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                     DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        END-IF
    END-IF.

*>------------------------------------------------
400-Compare-One-File.
*>------------------------------------------------
*> Rewrite the target's current file to .cfb-NNN.cur
*> the same way the bundle's copy was written, so equal
*> CRCs mean equal rows and diff shows only real
*> changes.
*>------------------------------------------------
    PERFORM 850-Set-Working-Paths.

    DISPLAY " " UPON CONSOLE.

    MOVE WS-Cfb-Target-Path TO WS-Cfg-Src-Path.
    MOVE WS-Cfb-Cur-Path    TO WS-Cfg-Out-Path.
    PERFORM 820-Copy-Rows.

    IF  WS-StatusCSR = "00"
        MOVE WS-Cfb-Row-Count TO WS-Cfb-Cur-Rows(WS-Cfb-Idx)
        MOVE WS-Cfb-Cur-Path TO WS-Cfb-Ck-Path
        PERFORM 830-Compute-Checksum
        MOVE WS-Cksum-Value TO WS-Cfb-Cur-Cksum(WS-Cfb-Idx)
    END-IF.

    EVALUATE TRUE
        WHEN WS-Cfb-Absent(WS-Cfb-Idx) = "Y"
         AND WS-StatusCSR NOT = "00"
            MOVE "K" TO WS-Cfb-Action(WS-Cfb-Idx)
            DISPLAY "=== " FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                    " - already absent" UPON CONSOLE
        WHEN WS-Cfb-Absent(WS-Cfb-Idx) = "Y"
            MOVE "D" TO WS-Cfb-Action(WS-Cfb-Idx)
            ADD 1 TO WS-Cfb-Removed-Count
            DISPLAY "=== " FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                    " - REMOVED" UPON CONSOLE
            MOVE WS-Cfb-Cur-Path TO WS-Cfg-Src-Path
            MOVE "< " TO WS-Cfb-Row-Mark
            PERFORM 840-Display-File-Rows
        WHEN WS-StatusCSR NOT = "00"
            MOVE "N" TO WS-Cfb-Action(WS-Cfb-Idx)
            ADD 1 TO WS-Cfb-New-Count
            MOVE WS-Cfb-Rows(WS-Cfb-Idx) TO WS-Cfb-Rows-Edit
            DISPLAY "=== " FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                    " - NEW, " FUNCTION TRIM(WS-Cfb-Rows-Edit)
                    " row(s)" UPON CONSOLE
            MOVE WS-Cfb-New-Path TO WS-Cfg-Src-Path
            MOVE "> " TO WS-Cfb-Row-Mark
            PERFORM 840-Display-File-Rows
        WHEN WS-Cfb-Cur-Cksum(WS-Cfb-Idx) = WS-Cfb-Cksum(WS-Cfb-Idx)
         AND WS-Cfb-Cur-Rows(WS-Cfb-Idx) = WS-Cfb-Rows(WS-Cfb-Idx)
            MOVE "S" TO WS-Cfb-Action(WS-Cfb-Idx)
            ADD 1 TO WS-Cfb-Same-Count
            DISPLAY "=== " FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                    " - unchanged" UPON CONSOLE
        WHEN OTHER
            MOVE "C" TO WS-Cfb-Action(WS-Cfb-Idx)
            ADD 1 TO WS-Cfb-Changed-Count
            DISPLAY "=== " FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx))
                    " - CHANGED (< now, > bundle)" UPON CONSOLE
            PERFORM 410-Display-Diff
    END-EVALUATE.

*>------------------------------------------------
410-Display-Diff.
*>------------------------------------------------
*> `diff` of the current copy against the bundle's -
*> same CALL "SYSTEM" + scratch-file idiom as the cksum
*> paragraphs.
*>------------------------------------------------
    MOVE SPACE TO WS-Cfb-Cmd.
    STRING "diff '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Cur-Path) DELIMITED BY SIZE
           "' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-New-Path) DELIMITED BY SIZE
           "' > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfg-List-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Cfb-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Cfb-Cmd
    END-CALL.

    MOVE "N" TO WS-EOF-CLS.
    OPEN INPUT Cfg-List-File.
    IF  WS-StatusCLS = "00"
        PERFORM 411-Display-Diff-Line
          UNTIL Cfg-List-EOF
        CLOSE Cfg-List-File
    END-IF.

    CALL "CBL_DELETE_FILE"
      USING WS-Cfg-List-Path
    END-CALL.

*>------------------------------------------------
411-Display-Diff-Line.
*>------------------------------------------------
    READ Cfg-List-File
        AT END
            MOVE "Y" TO WS-EOF-CLS
        NOT AT END
            DISPLAY "    " FUNCTION TRIM(Cfg-List-Entry TRAILING)
              UPON CONSOLE
    END-READ.

*>------------------------------------------------
450-List-Kept-Files.
*>------------------------------------------------
*> Configuration the target has and the bundle does
*> not is never deleted by an import - only listed.
*>------------------------------------------------
    PERFORM 800-List-Tree.
    MOVE "N" TO WS-EOF-CLS.
    OPEN INPUT Cfg-List-File.
    IF  WS-StatusCLS = "00"
        PERFORM 451-Check-Kept-File
          UNTIL Cfg-List-EOF
        CLOSE Cfg-List-File
    END-IF.
    CALL "CBL_DELETE_FILE"
      USING WS-Cfg-List-Path
    END-CALL.

*>------------------------------------------------
451-Check-Kept-File.
*>------------------------------------------------
    READ Cfg-List-File
        AT END
            MOVE "Y" TO WS-EOF-CLS
        NOT AT END
            IF  Cfg-List-Entry NOT = SPACE
                MOVE Cfg-List-Entry TO WS-Cfb-Name-Rest
                PERFORM 805-Check-Bundle-Name
                IF  WS-Cfb-Found
                    MOVE "N" TO WS-Cfb-Found-Sw
                    PERFORM 452-Match-One-Bundle-Name
                      VARYING WS-Cfb-Idx FROM 1 BY 1
                        UNTIL WS-Cfb-Idx > WS-Cfb-File-Count
                           OR WS-Cfb-Found
                    IF  NOT WS-Cfb-Found
                        ADD 1 TO WS-Cfb-Kept-Count
                        DISPLAY "=== " FUNCTION TRIM(Cfg-List-Entry)
                                " - not in the bundle, left as it is"
                          UPON CONSOLE
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
452-Match-One-Bundle-Name.
*>------------------------------------------------
    IF  WS-Cfb-Name(WS-Cfb-Idx) = Cfg-List-Entry(1 : 60)
        MOVE "Y" TO WS-Cfb-Found-Sw
    END-IF.

*>------------------------------------------------
500-Write-Rollback-Bundle.
*>------------------------------------------------
*> Before anything is replaced: every file about to
*> change or go, as it stands now, and an A row for
*> every file about to be added - importing this
*> bundle puts the tree back exactly as it was.
*>------------------------------------------------
    MOVE "N" TO WS-Cfb-Bad-Sw.

    MOVE SPACE TO WS-Cfb-Rollback-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           "config-rollback-" DELIMITED BY SIZE
           WS-Cfb-Run-ID DELIMITED BY SIZE
           ".cfb" DELIMITED BY SIZE
      INTO WS-Cfb-Rollback-Path
    END-STRING.
    MOVE WS-Cfb-Rollback-Path TO WS-Cfg-Bundle-Path.

    OPEN OUTPUT Cfg-Bundle-File.
    IF  WS-StatusCFB NOT = "00"
        MOVE "Y" TO WS-Cfb-Bad-Sw
        MOVE SPACE TO WS-MSG
        STRING "rollback bundle " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Rollback-Path) DELIMITED BY SIZE
               " could not be written" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
    ELSE
        MOVE "ROLLBACK" TO WS-Cfb-Kind
        PERFORM 810-Write-Bundle-Header
        MOVE ZERO TO WS-Cfb-Total-Rows
                     WS-Cfb-Roll-Count
        PERFORM 501-Roll-One-File
          VARYING WS-Cfb-Idx FROM 1 BY 1
            UNTIL WS-Cfb-Idx > WS-Cfb-File-Count
        MOVE WS-Cfb-Roll-Count TO WS-Cfb-File-Count-Save
        PERFORM 815-Write-Bundle-Trailer
        CLOSE Cfg-Bundle-File
        IF  WS-StatusCFB NOT = "00"
            MOVE "Y" TO WS-Cfb-Bad-Sw
            MOVE "rollback bundle could not be closed" TO WS-MSG
        END-IF
    END-IF.

*>------------------------------------------------
501-Roll-One-File.
*>------------------------------------------------
    PERFORM 850-Set-Working-Paths.

    EVALUATE WS-Cfb-Action(WS-Cfb-Idx)
        WHEN "C"
        WHEN "D"
            ADD 1 TO WS-Cfb-Roll-Count
            MOVE SPACE TO Cfg-Bundle-File-Line
            MOVE "F" TO CB-Type
            MOVE WS-Cfb-Name(WS-Cfb-Idx)      TO CBF-Name
            MOVE WS-Cfb-Cur-Rows(WS-Cfb-Idx)  TO CBF-Rows
            MOVE WS-Cfb-Cur-Cksum(WS-Cfb-Idx) TO CBF-Cksum
            WRITE Cfg-Bundle-Line FROM Cfg-Bundle-File-Line
            MOVE WS-Cfb-Cur-Path TO WS-Cfg-Src-Path
            PERFORM 816-Write-Bundle-Rows
        WHEN "N"
            ADD 1 TO WS-Cfb-Roll-Count
            MOVE SPACE TO Cfg-Bundle-File-Line
            MOVE "A" TO CB-Type
            MOVE WS-Cfb-Name(WS-Cfb-Idx) TO CBF-Name
            MOVE ZERO TO CBF-Rows
                         CBF-Cksum
            WRITE Cfg-Bundle-Line FROM Cfg-Bundle-File-Line
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
510-Apply-One-File.
*>------------------------------------------------
*> The working copy is renamed over the target file -
*> one rename per file, so a reader never sees half a
*> file.  A company file new to the target may need its
*> company's folders made first.
*>------------------------------------------------
    PERFORM 850-Set-Working-Paths.

    EVALUATE WS-Cfb-Action(WS-Cfb-Idx)
        WHEN "N"
        WHEN "C"
            IF  WS-Cfb-Action(WS-Cfb-Idx) = "N"
                PERFORM 515-Make-Company-Dirs
            END-IF
            CALL "CBL_RENAME_FILE"
              USING WS-Cfb-New-Path
                    WS-Cfb-Target-Path
            END-CALL
            IF  Return-Code = ZERO
                ADD 1 TO WS-Cfb-Applied-Count
            ELSE
                ADD 1 TO WS-Cfb-Failed-Count
                DISPLAY WS-Pgm-ID " could not write "
                        FUNCTION TRIM(WS-Cfb-Target-Path) UPON CONSOLE
            END-IF
        WHEN "D"
            CALL "CBL_DELETE_FILE"
              USING WS-Cfb-Target-Path
            END-CALL
            IF  Return-Code = ZERO
                ADD 1 TO WS-Cfb-Applied-Count
            ELSE
                ADD 1 TO WS-Cfb-Failed-Count
                DISPLAY WS-Pgm-ID " could not remove "
                        FUNCTION TRIM(WS-Cfb-Target-Path) UPON CONSOLE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
515-Make-Company-Dirs.
*>------------------------------------------------
*> "<code>/reports/x.cfg" - make <root>/<code> and
*> <root>/<code>/reports; either may already exist, and
*> a real failure shows up as the rename failing.
*>------------------------------------------------
    MOVE SPACE TO WS-Cfb-Name-Seg
                  WS-Cfb-Name-Rest.
    UNSTRING WS-Cfb-Name(WS-Cfb-Idx) DELIMITED BY "/"
        INTO WS-Cfb-Name-Seg
             WS-Cfb-Name-Rest
    END-UNSTRING.

    IF  WS-Cfb-Name-Seg NOT = "reports"
        MOVE SPACE TO WS-Cfb-Ck-Path
        STRING FUNCTION TRIM(WS-Cfb-Root) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Cfb-Name-Seg) DELIMITED BY SIZE
          INTO WS-Cfb-Ck-Path
        END-STRING
        CALL "C$MAKEDIR"
          USING WS-Cfb-Ck-Path
        END-CALL

        COMPUTE WS-Cfb-Cmd-Ptr
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Cfb-Ck-Path)) + 1
        STRING "/reports" DELIMITED BY SIZE
          INTO WS-Cfb-Ck-Path
          WITH POINTER WS-Cfb-Cmd-Ptr
        END-STRING
        CALL "C$MAKEDIR"
          USING WS-Cfb-Ck-Path
        END-CALL
    END-IF.

*>------------------------------------------------
590-Remove-Working-Copies.
*>------------------------------------------------
    PERFORM 591-Remove-One-Working-Copy
      VARYING WS-Cfb-Idx FROM 1 BY 1
        UNTIL WS-Cfb-Idx > WS-Cfb-File-Count.

*>------------------------------------------------
591-Remove-One-Working-Copy.
*>------------------------------------------------
    PERFORM 850-Set-Working-Paths.
    CALL "CBL_DELETE_FILE"
      USING WS-Cfb-New-Path
    END-CALL.
    CALL "CBL_DELETE_FILE"
      USING WS-Cfb-Cur-Path
    END-CALL.

*>------------------------------------------------
800-List-Tree.
*>------------------------------------------------
*> One ls of the tree's ./reports/*.cfg and of every
*> company-master company's <code>/reports/*.cfg,
*> names kept tree-relative so a bundle lands in the
*> same places under any root.
*>------------------------------------------------
    MOVE SPACE TO WS-Cfb-Cmd.
    MOVE 1 TO WS-Cfb-Cmd-Ptr.
    STRING "(cd '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Root) DELIMITED BY SIZE
           "' && ls -1 reports/*.cfg" DELIMITED BY SIZE
      INTO WS-Cfb-Cmd
      WITH POINTER WS-Cfb-Cmd-Ptr
    END-STRING.

    MOVE SPACE TO WS-Company-Master-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           "company-master.cfg" DELIMITED BY SIZE
      INTO WS-Company-Master-Path
    END-STRING.
    MOVE "N" TO WS-EOF-CMF.
    OPEN INPUT Company-Master-File.
    IF  WS-StatusCMF = "00"
        PERFORM 801-Add-Company-To-List
          UNTIL Company-Master-EOF
        CLOSE Company-Master-File
    END-IF.

    STRING ") > " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfg-List-Path) DELIMITED BY SIZE
           " 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Cfb-Cmd
      WITH POINTER WS-Cfb-Cmd-Ptr
    END-STRING.

    CALL "SYSTEM"
      USING WS-Cfb-Cmd
    END-CALL.

*>------------------------------------------------
801-Add-Company-To-List.
*>------------------------------------------------
    READ Company-Master-File
        AT END
            MOVE "Y" TO WS-EOF-CMF
        NOT AT END
            IF  CM-Code NOT = SPACE
                STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(CM-Code) DELIMITED BY SIZE
                       "/reports/*.cfg" DELIMITED BY SIZE
                  INTO WS-Cfb-Cmd
                  WITH POINTER WS-Cfb-Cmd-Ptr
                END-STRING
            END-IF
    END-READ.

*>------------------------------------------------
805-Check-Bundle-Name.
*>------------------------------------------------
*> WS-Cfb-Found when WS-Cfb-Name-Rest is a name a
*> bundle may carry: tree-relative, ending .cfg, no
*> ".." to climb out of the tree, and never the auth
*> table or the operator master.
*>------------------------------------------------
    MOVE "Y"  TO WS-Cfb-Found-Sw.
    MOVE ZERO TO WS-Cfb-Dot-Count.
    INSPECT WS-Cfb-Name-Rest
        TALLYING WS-Cfb-Dot-Count FOR ALL "..".

    IF  WS-Cfb-Name-Rest = SPACE
    OR  WS-Cfb-Name-Rest(1 : 1) = "/"
    OR  WS-Cfb-Dot-Count > ZERO
        MOVE "N" TO WS-Cfb-Found-Sw
    ELSE
        COMPUTE WS-Cfb-Name-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Cfb-Name-Rest))
        IF  WS-Cfb-Name-Len < 5
            MOVE "N" TO WS-Cfb-Found-Sw
        ELSE
            IF  WS-Cfb-Name-Rest(WS-Cfb-Name-Len - 3 : 4) NOT = ".cfg"
                MOVE "N" TO WS-Cfb-Found-Sw
            END-IF
            IF  WS-Cfb-Name-Len >= 14
            AND WS-Cfb-Name-Rest(WS-Cfb-Name-Len - 13 : 14)
                  = "auth-table.cfg"
                MOVE "N" TO WS-Cfb-Found-Sw
            END-IF
            IF  WS-Cfb-Name-Len >= 13
            AND WS-Cfb-Name-Rest(WS-Cfb-Name-Len - 12 : 13)
                  = "operators.cfg"
                MOVE "N" TO WS-Cfb-Found-Sw
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
810-Write-Bundle-Header.
*>------------------------------------------------
    MOVE SPACE TO Cfg-Bundle-Hdr-Line.
    MOVE "H"          TO Cfg-Bundle-Hdr-Line(1 : 1).
    MOVE WS-Cfb-Kind  TO CBH-Kind.
    MOVE CDT-Date     TO CBH-Date.
    MOVE WS-Cfb-Run-ID(10 : 6) TO CBH-Time.
    MOVE WS-OS-User   TO CBH-User.
    MOVE WS-Cfb-Root  TO CBH-Root.
    WRITE Cfg-Bundle-Line FROM Cfg-Bundle-Hdr-Line.

*>------------------------------------------------
815-Write-Bundle-Trailer.
*>------------------------------------------------
    MOVE SPACE TO Cfg-Bundle-Trl-Line.
    MOVE "T" TO Cfg-Bundle-Trl-Line(1 : 1).
    MOVE WS-Cfb-File-Count-Save TO CBT-Files.
    MOVE WS-Cfb-Total-Rows      TO CBT-Rows.
    WRITE Cfg-Bundle-Line FROM Cfg-Bundle-Trl-Line.

*>------------------------------------------------
816-Write-Bundle-Rows.
*>------------------------------------------------
*> One L row per row of the working copy named in
*> WS-Cfg-Src-Path.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-CSR.
    OPEN INPUT Cfg-Src-File.
    IF  WS-StatusCSR = "00"
        PERFORM 817-Write-One-Bundle-Row
          UNTIL Cfg-Src-EOF
        CLOSE Cfg-Src-File
    END-IF.

*>------------------------------------------------
817-Write-One-Bundle-Row.
*>------------------------------------------------
    READ Cfg-Src-File
        AT END
            MOVE "Y" TO WS-EOF-CSR
        NOT AT END
            MOVE SPACE TO Cfg-Bundle-Line
            MOVE "L" TO CB-Type
            MOVE Cfg-Src-Line TO CB-Row
            WRITE Cfg-Bundle-Line
            ADD 1 TO WS-Cfb-Total-Rows
    END-READ.

*>------------------------------------------------
820-Copy-Rows.
*>------------------------------------------------
*> WS-Cfg-Src-Path rewritten row for row to
*> WS-Cfg-Out-Path, rows counted in WS-Cfb-Row-Count.
*> WS-StatusCSR tells the caller whether the source
*> was there at all.
*>------------------------------------------------
    MOVE ZERO TO WS-Cfb-Row-Count.
    MOVE "N" TO WS-EOF-CSR.
    OPEN INPUT Cfg-Src-File.
    IF  WS-StatusCSR = "00"
        OPEN OUTPUT Cfg-Out-File
        IF  WS-StatusCOT = "00"
            PERFORM 821-Copy-One-Row
              UNTIL Cfg-Src-EOF
            CLOSE Cfg-Out-File
        END-IF
        CLOSE Cfg-Src-File
        MOVE "00" TO WS-StatusCSR
    END-IF.

*>------------------------------------------------
821-Copy-One-Row.
*>------------------------------------------------
    READ Cfg-Src-File
        AT END
            MOVE "Y" TO WS-EOF-CSR
        NOT AT END
            MOVE Cfg-Src-Line TO Cfg-Out-Line
            WRITE Cfg-Out-Line
            ADD 1 TO WS-Cfb-Row-Count
    END-READ.

*>------------------------------------------------
830-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over WS-Cfb-Ck-Path - same CALL "SYSTEM" +
*> scratch-file idiom as PGM01's 216-Compute-Entry-
*> Checksum.  Zero means it could not be computed.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Ck-Path) DELIMITED BY SIZE
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
840-Display-File-Rows.
*>------------------------------------------------
*> Every row of WS-Cfg-Src-Path, marked the way diff
*> marks the side it came from.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-CSR.
    OPEN INPUT Cfg-Src-File.
    IF  WS-StatusCSR = "00"
        PERFORM 841-Display-One-Row
          UNTIL Cfg-Src-EOF
        CLOSE Cfg-Src-File
    END-IF.

*>------------------------------------------------
841-Display-One-Row.
*>------------------------------------------------
    READ Cfg-Src-File
        AT END
            MOVE "Y" TO WS-EOF-CSR
        NOT AT END
            DISPLAY "    " WS-Cfb-Row-Mark
                    FUNCTION TRIM(Cfg-Src-Line TRAILING)
              UPON CONSOLE
    END-READ.

*>------------------------------------------------
850-Set-Working-Paths.
*>------------------------------------------------
*> For the file at WS-Cfb-Idx: where it lives in the
*> target tree, and its two numbered working copies -
*> the bundle's rows (.new) and the target's current
*> rows (.cur).
*>------------------------------------------------
    SET WS-Cfb-Idx-Num TO WS-Cfb-Idx.

    MOVE SPACE TO WS-Cfb-Target-Path.
    STRING FUNCTION TRIM(WS-Cfb-Root) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Cfb-Name(WS-Cfb-Idx)) DELIMITED BY SIZE
      INTO WS-Cfb-Target-Path
    END-STRING.

    MOVE SPACE TO WS-Cfb-New-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           ".cfb-" DELIMITED BY SIZE
           WS-Cfb-Idx-Num DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
      INTO WS-Cfb-New-Path
    END-STRING.

    MOVE SPACE TO WS-Cfb-Cur-Path.
    STRING FUNCTION TRIM(WS-Cfb-Reports-Dir) DELIMITED BY SIZE
           ".cfb-" DELIMITED BY SIZE
           WS-Cfb-Idx-Num DELIMITED BY SIZE
           ".cur" DELIMITED BY SIZE
      INTO WS-Cfb-Cur-Path
    END-STRING.

*>------------------------------------------------
900-Write-Audit-Row.
*>------------------------------------------------
*> One ./logs/run-audit.log row per export and per
*> import attempt, same layout as PGM10's 250-Write-
*> Reprocess-Audit; the run ID names the bundle or
*> rollback bundle written.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Run-Audit-Row.

    STRING CDT-Month DELIMITED BY SIZE
           "/"       DELIMITED BY SIZE
           CDT-Day   DELIMITED BY SIZE
           "/"       DELIMITED BY SIZE
           CDT-Year  DELIMITED BY SIZE
           " "       DELIMITED BY SIZE
           CDT-Hour  DELIMITED BY SIZE
           ":"       DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           ":"       DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Run-Audit-Stamp
    END-STRING.

    MOVE WS-Pgm-ID         TO WS-Run-Audit-Pgm-ID.
    MOVE WS-OS-User        TO WS-Run-Audit-User.
    MOVE ZERO              TO WS-Run-Audit-Option.
    MOVE WS-Cfb-Audit-Text TO WS-Run-Audit-Text.
    MOVE WS-Cfb-Run-ID     TO WS-Run-Audit-Run-ID.

    MOVE "A"               TO WS-Chn-Function.
    MOVE WS-Pgm-ID         TO WS-Chn-Caller.
    MOVE WS-Run-Audit-Path TO WS-Chn-Path.
    MOVE 116               TO WS-Chn-Row-Len.
    MOVE WS-Run-Audit-Row  TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Run-Audit-File
        IF  WS-StatusRUA NOT = "00"
            OPEN OUTPUT Run-Audit-File
        END-IF
        IF  WS-StatusRUA = "00"
            WRITE Run-Audit-Printline
              FROM WS-Run-Audit-Row
              AFTER ADVANCING 1
            END-WRITE
            CLOSE Run-Audit-File
        END-IF
    END-IF.

END PROGRAM PGM45.
