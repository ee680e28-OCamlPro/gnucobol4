*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Disaster-recovery mirror.
*> After each successful chain run, copies new/changed
*> ./files/done content, the ./files/archive bundles,
*> and each company's intake index to the secondary
*> mount named in ./reports/mirror.cfg, re-hashes
*> every mirrored done file against the II-Checksum
*> its index row recorded at intake,
*> and writes a manifest ON the mirror itself - so if
*> the primary volume dies, the files and the record
*> of them survive together and provably intact.
*>------------------------------------------------
210-Mirror-Company.
*>------------------------------------------------
*> Copy-if-newer of the done tree, the archive
*> bundles, and the intake index onto the mirror -
*> cp -u through the usual CALL "SYSTEM" idiom, so an
*> unchanged file costs nothing.
*> A copy that fails marks the whole run behind.
*>------------------------------------------------
    MOVE SPACE TO WS-Mirror-Cmd.
        PERFORM 911-Write-Log-Struct-Line
    END-IF.

*>  the archive bundles too - PGM53's scrub repairs a
*>  corrupt primary bundle from this copy, so it has to
*>  be here before the primary goes bad.  A bundle never
*>  changes after PGM07 writes it, so cp -u copies each
*>  one once.
    MOVE SPACE TO WS-Mirror-Cmd.
    STRING "mkdir -p '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
           "/files/archive' && if [ -d '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           "archive' ]; then cp -u -R '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-files)) DELIMITED BY SIZE
           "archive/.' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Mirror-Co-Target) DELIMITED BY SIZE
           "/files/archive/'; fi 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Mirror-Cmd
    END-STRING.

    CALL "SYSTEM"
      USING WS-Mirror-Cmd
    END-CALL.

    IF  Return-Code NOT = ZERO
        MOVE "Y" TO WS-Mirror-Run-Fail-Sw

        MOVE "mirror: archive bundle copy to secondary mount failed"
          TO WS-MSG
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line

        SET WS-Log-Sev-Error TO TRUE
        MOVE "210-MIRROR-COMPANY" TO WS-Log-Source-Para
        MOVE 9126 TO WS-Log-Event-Code
        MOVE WS-MSG TO WS-Log-Struct-Text
        PERFORM 911-Write-Log-Struct-Line
    END-IF.

    MOVE SPACE TO WS-Mirror-Cmd.
    STRING "cp -f '" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports))
    MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID.
    MOVE WS-MSG    TO WS-Alert-Path.

    MOVE WS-Log-Event-Code TO WS-Alert-Event-Code.
    IF  WS-Co-Idx > ZERO
    AND WS-Co-Idx NOT > WS-Company-Count
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Alert-Company
    END-IF.

    OPEN EXTEND Alert-Queue-File.
    IF  WS-StatusALQ NOT = "00"
        OPEN OUTPUT Alert-Queue-File
