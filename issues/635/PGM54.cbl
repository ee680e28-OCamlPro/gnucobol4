*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM54.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Archive bundle repair.
*> Lists every bundle PGM53's scrub last found bad
*> (UNREADABLE or BADMEMBER) whose DR mirror copy
*> scrubbed clean, and offers the repair one bundle at
*> a time.  A repair re-hashes the mirror copy and
*> refuses unless it is still byte-for-byte the copy
*> the scrub proved (its cksum on the ledger row), sets
*> the corrupt primary aside as <bundle>.corrupt-
*> YYYYMMDDHHMMSS rather than deleting it, copies the
*> mirror copy into place, and re-hashes the result -
*> a copy that does not match is rolled back.  Every
*> attempt appends an R row to ./reports/archive-
*> scrub.log (REPAIRED or REPAIRFAIL) and a run audit
*> row.  Gated by the ARCHFIX token in ./reports/auth-
*> table.cfg.  Same standalone console mold as PGM52.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Scrub-Ledger-Select.cpy".
COPY "./copybooks/Mirror-Cfg-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Scrub-Ledger-FD.cpy".
COPY "./copybooks/Mirror-Cfg-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM54".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Scrub-Ledger-WS.cpy".

COPY "./copybooks/Mirror-Cfg-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Base-Root-Path            PIC X(40) VALUE SPACE.

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Repair-Done           VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.
01  WS-Confirm                   PIC X(01) VALUE SPACE.

*> the repairable bundles as listed - history-table
*> subscripts, in listing order, so the operator picks
*> by the number shown.
01  WS-Rpr-List-Table.
    05  WS-Rpr-List-Count        PIC 9(03) VALUE ZERO.
    05  WS-Rpr-List-Entry OCCURS 100 TIMES
                          INDEXED BY WS-Rpr-Idx.
        10  WS-Rpr-Hist-Sub      PIC 9(04).
01  WS-Rpr-Pick                  PIC 9(03) VALUE ZERO.
01  WS-Rpr-Num-Edit              PIC ZZ9 VALUE ZERO.

*> the bundle in hand - primary path, bare name, the
*> mirror copy it is repaired from, and where the
*> corrupt primary is set aside.
01  WS-Rpr-Bundle-Path           PIC X(80) VALUE SPACE.
01  WS-Rpr-Bundle-Name           PIC X(80) VALUE SPACE.
01  WS-Rpr-Company               PIC X(10) VALUE SPACE.
01  WS-Rpr-Mirror-Path           PIC X(120) VALUE SPACE.
01  WS-Rpr-Aside-Path            PIC X(100) VALUE SPACE.
01  WS-Rpr-Good-Cksum            PIC 9(10) VALUE ZERO.
01  WS-Rpr-Cksum-Target          PIC X(120) VALUE SPACE.
01  WS-Rpr-Cmd                   PIC X(400) VALUE SPACE.
01  WS-Rpr-Result                PIC X(10) VALUE SPACE.
01  WS-Rpr-Reason                PIC X(40) VALUE SPACE.
01  WS-Rpr-Slash-Pos             PIC 9(03) VALUE ZERO.
01  WS-Rpr-Scan-Pos              PIC 9(03) VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 085-Load-Mirror-Cfg.

    PERFORM 200-Menu-Loop
      UNTIL WS-Repair-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override as PGM52.  The
*> scrub ledger, mirror.cfg and the auth table all live
*> in the base ./reports; the ledger rows carry each
*> bundle's full path, so no company re-rooting is
*> needed here.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE SPACE TO WS-Scrub-Ledger-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/archive-scrub.log" DELIMITED BY SIZE
      INTO WS-Scrub-Ledger-Path
    END-STRING.

    MOVE SPACE TO WS-Mirror-Cfg-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/mirror.cfg" DELIMITED BY SIZE
      INTO WS-Mirror-Cfg-Path
    END-STRING.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.rpr-cksum.tmp" DELIMITED BY SIZE
      INTO WS-Cksum-Scratch-Path
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
085-Load-Mirror-Cfg.
*>------------------------------------------------
*> Same one-line read as PGM19's 085-Load-Mirror-Cfg.
*>------------------------------------------------
    MOVE SPACE TO WS-Mirror-Target.

    OPEN INPUT Mirror-Cfg-File.
    IF  WS-StatusMCF = "00"
        READ Mirror-Cfg-File
            AT END
                CONTINUE
            NOT AT END
                MOVE MC-Target-Path TO WS-Mirror-Target
        END-READ
        CLOSE Mirror-Cfg-File
    END-IF.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM40's 079-Check-Authorization - no file deployed
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
100-Load-Scrub-History.
*>------------------------------------------------
*> Same latest-row-per-bundle read of the scrub ledger
*> as PGM53's 150-Load-Scrub-History - re-read before
*> every listing, so a scrub that ran meanwhile is
*> reflected.
*>------------------------------------------------
    MOVE ZERO TO WS-Scrub-Hist-Count.

    MOVE "N" TO WS-EOF-SCL.
    OPEN INPUT Scrub-Ledger-File.
    IF  WS-StatusSCL = "00"
        PERFORM 110-Read-Scrub-Row
          UNTIL Scrub-Ledger-EOF
        CLOSE Scrub-Ledger-File
    END-IF.

*>------------------------------------------------
110-Read-Scrub-Row.
*>------------------------------------------------
    READ Scrub-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-SCL
        NOT AT END
            IF  (SL-Row-Type = "B" OR SL-Row-Type = "R")
            AND SL-Bundle NOT = SPACE
                MOVE SL-Bundle TO WS-Sh-Search-Bundle
                PERFORM 120-Find-Scrub-Hist
                IF  NOT WS-Sh-Found
                AND WS-Scrub-Hist-Count < 500
                    ADD 1 TO WS-Scrub-Hist-Count
                    SET WS-Sh-Idx TO WS-Scrub-Hist-Count
                    MOVE SL-Bundle TO WS-Sh-Bundle(WS-Sh-Idx)
                    MOVE "Y" TO WS-Sh-Found-Sw
                END-IF
                IF  WS-Sh-Found
                    MOVE SL-Company      TO WS-Sh-Company(WS-Sh-Idx)
                    MOVE SL-Stamp(1 : 8) TO WS-Sh-Date(WS-Sh-Idx)
                    MOVE SL-Result       TO WS-Sh-Result(WS-Sh-Idx)
                    MOVE SL-Bad-Count    TO WS-Sh-Bad-Count(WS-Sh-Idx)
                    MOVE SL-Mirror-Sw    TO WS-Sh-Mirror-Sw(WS-Sh-Idx)
                    MOVE SL-Mirror-Cksum
                      TO WS-Sh-Mirror-Cksum(WS-Sh-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
120-Find-Scrub-Hist.
*>------------------------------------------------
*> Same lookup as PGM53's 152-Find-Scrub-Hist.
*>------------------------------------------------
    MOVE "N" TO WS-Sh-Found-Sw.
    PERFORM 121-Match-One-Scrub-Hist
      VARYING WS-Sh-Idx FROM 1 BY 1
        UNTIL WS-Sh-Idx > WS-Scrub-Hist-Count
           OR WS-Sh-Found.
    IF  WS-Sh-Found
        SET WS-Sh-Idx DOWN BY 1
    END-IF.

*>------------------------------------------------
121-Match-One-Scrub-Hist.
*>------------------------------------------------
    IF  WS-Sh-Bundle(WS-Sh-Idx) = WS-Sh-Search-Bundle
        MOVE "Y" TO WS-Sh-Found-Sw
    END-IF.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    PERFORM 100-Load-Scrub-History.
    PERFORM 210-List-Repairable.

    DISPLAY " " UPON CONSOLE.
    IF  WS-Rpr-List-Count = ZERO
        DISPLAY "(no bad bundle with a good mirror copy on file)"
          UPON CONSOLE
        DISPLAY "R to refresh, or Q to quit:" UPON CONSOLE
    ELSE
        DISPLAY "Number of the bundle to repair, R to refresh, "
                "or Q to quit:" UPON CONSOLE
    END-IF.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE TRUE
        WHEN WS-Menu-Verb = "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN WS-Menu-Verb = "R"
            CONTINUE
        WHEN FUNCTION TRIM(WS-Menu-Choice) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Rpr-Pick
            IF  WS-Rpr-Pick < 1
            OR  WS-Rpr-Pick > WS-Rpr-List-Count
                DISPLAY WS-Pgm-ID " no bundle " WS-Rpr-Pick
                  UPON CONSOLE
            ELSE
                PERFORM 300-Repair-Bundle
                  THRU 300-Repair-Bundle-Exit
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-List-Repairable.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpr-List-Count.
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Bad archive bundles with a good mirror copy"
      UPON CONSOLE.
    PERFORM 211-List-One-Bundle
      VARYING WS-Sh-Idx FROM 1 BY 1
        UNTIL WS-Sh-Idx > WS-Scrub-Hist-Count.

*>------------------------------------------------
211-List-One-Bundle.
*>------------------------------------------------
*> Repairable: the latest verdict is bad (a failed
*> repair leaves it so) and the scrub proved the
*> mirror copy good.
*>------------------------------------------------
    IF  (WS-Sh-Result(WS-Sh-Idx) = "UNREADABLE"
         OR WS-Sh-Result(WS-Sh-Idx) = "BADMEMBER"
         OR WS-Sh-Result(WS-Sh-Idx) = "REPAIRFAIL")
    AND WS-Sh-Mirror-Sw(WS-Sh-Idx) = "Y"
    AND WS-Rpr-List-Count < 100
        ADD 1 TO WS-Rpr-List-Count
        SET WS-Rpr-Idx TO WS-Rpr-List-Count
        SET WS-Rpr-Hist-Sub(WS-Rpr-Idx) TO WS-Sh-Idx
        MOVE WS-Rpr-List-Count TO WS-Rpr-Num-Edit
        DISPLAY WS-Rpr-Num-Edit "  " WS-Sh-Date(WS-Sh-Idx)
                "  " WS-Sh-Result(WS-Sh-Idx)
                "  " WS-Sh-Company(WS-Sh-Idx)
          UPON CONSOLE
        DISPLAY "     " FUNCTION TRIM(WS-Sh-Bundle(WS-Sh-Idx))
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
300-Repair-Bundle.
*>------------------------------------------------
*> Authorized, confirmed, then: prove the mirror copy,
*> set the primary aside, copy, prove the result.
*>------------------------------------------------
    MOVE "ARCHFIX" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to repair archive bundles"
          UPON CONSOLE
        GO TO 300-Repair-Bundle-Exit
    END-IF.

    SET WS-Rpr-Idx TO WS-Rpr-Pick.
    SET WS-Sh-Idx TO WS-Rpr-Hist-Sub(WS-Rpr-Idx).
    MOVE WS-Sh-Bundle(WS-Sh-Idx)       TO WS-Rpr-Bundle-Path.
    MOVE WS-Sh-Company(WS-Sh-Idx)      TO WS-Rpr-Company.
    MOVE WS-Sh-Mirror-Cksum(WS-Sh-Idx) TO WS-Rpr-Good-Cksum.

    PERFORM 310-Split-Bundle-Name.

    MOVE SPACE TO WS-Rpr-Mirror-Path.
    IF  WS-Rpr-Company = SPACE
        STRING FUNCTION TRIM(WS-Mirror-Target) DELIMITED BY SIZE
               "/files/archive/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Bundle-Name) DELIMITED BY SIZE
          INTO WS-Rpr-Mirror-Path
        END-STRING
    ELSE
        STRING FUNCTION TRIM(WS-Mirror-Target) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Company) DELIMITED BY SIZE
               "/files/archive/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Bundle-Name) DELIMITED BY SIZE
          INTO WS-Rpr-Mirror-Path
        END-STRING
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Replace " FUNCTION TRIM(WS-Rpr-Bundle-Path) UPON CONSOLE.
    DISPLAY "   from " FUNCTION TRIM(WS-Rpr-Mirror-Path) UPON CONSOLE.
    DISPLAY "Repair this bundle (Y/N)?" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Confirm) NOT = "Y"
        DISPLAY WS-Pgm-ID " repair not done" UPON CONSOLE
        GO TO 300-Repair-Bundle-Exit
    END-IF.

    MOVE "REPAIRFAIL" TO WS-Rpr-Result.
    MOVE SPACE TO WS-Rpr-Reason.

    IF  WS-Mirror-Target = SPACE
        MOVE "no mirror configured" TO WS-Rpr-Reason
        GO TO 300-Record-Repair
    END-IF.

*>  the mirror copy must still be the one the scrub
*>  proved - anything else is unproven bytes.
    MOVE WS-Rpr-Mirror-Path TO WS-Rpr-Cksum-Target.
    PERFORM 830-Compute-Checksum.
    IF  WS-Cksum-Value = ZERO
    OR  WS-Cksum-Value NOT = WS-Rpr-Good-Cksum
        MOVE "mirror copy changed since scrub" TO WS-Rpr-Reason
        GO TO 300-Record-Repair
    END-IF.

    PERFORM 395-Stamp-Now.
    MOVE SPACE TO WS-Rpr-Aside-Path.
    STRING FUNCTION TRIM(WS-Rpr-Bundle-Path) DELIMITED BY SIZE
           ".corrupt-" DELIMITED BY SIZE
           WS-Stamp-Now DELIMITED BY SIZE
      INTO WS-Rpr-Aside-Path
    END-STRING.

    MOVE SPACE TO WS-Rpr-Cmd.
    STRING "mv -f '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Bundle-Path) DELIMITED BY SIZE
           "' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Aside-Path) DELIMITED BY SIZE
           "' 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Rpr-Cmd
    END-STRING.
    CALL "SYSTEM"
      USING WS-Rpr-Cmd
    END-CALL.
    IF  Return-Code NOT = ZERO
        MOVE "unable to set corrupt bundle aside" TO WS-Rpr-Reason
        GO TO 300-Record-Repair
    END-IF.

    MOVE SPACE TO WS-Rpr-Cmd.
    STRING "cp -p '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Mirror-Path) DELIMITED BY SIZE
           "' '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Bundle-Path) DELIMITED BY SIZE
           "' 2>/dev/null" DELIMITED BY SIZE
      INTO WS-Rpr-Cmd
    END-STRING.
    CALL "SYSTEM"
      USING WS-Rpr-Cmd
    END-CALL.

    MOVE WS-Rpr-Bundle-Path TO WS-Rpr-Cksum-Target.
    PERFORM 830-Compute-Checksum.
    IF  WS-Cksum-Value = WS-Rpr-Good-Cksum
        MOVE "REPAIRED" TO WS-Rpr-Result
    ELSE
*>      the copy did not land intact - put the original
*>      back where it was, so nothing is worse than
*>      before the attempt.
        MOVE "copy did not verify - rolled back" TO WS-Rpr-Reason
        MOVE SPACE TO WS-Rpr-Cmd
        STRING "mv -f '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Aside-Path) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Bundle-Path) DELIMITED BY SIZE
               "' 2>/dev/null" DELIMITED BY SIZE
          INTO WS-Rpr-Cmd
        END-STRING
        CALL "SYSTEM"
          USING WS-Rpr-Cmd
        END-CALL
    END-IF.

*>------------------------------------------------
300-Record-Repair.
*>------------------------------------------------
    PERFORM 320-Write-Repair-Row.

    MOVE SPACE TO WS-MSG.
    IF  WS-Rpr-Result = "REPAIRED"
        STRING "archive repaired " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Bundle-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Rpr-Bundle-Name)
                " repaired from the mirror copy" UPON CONSOLE
        DISPLAY "    corrupt copy kept as "
                FUNCTION TRIM(WS-Rpr-Aside-Path) UPON CONSOLE
    ELSE
        STRING "archive repair failed " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rpr-Bundle-Name) DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        DISPLAY WS-Pgm-ID " repair failed - "
                FUNCTION TRIM(WS-Rpr-Reason) UPON CONSOLE
    END-IF.
    PERFORM 900-Write-Run-Audit.

*>------------------------------------------------
300-Repair-Bundle-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Split-Bundle-Name.
*>------------------------------------------------
*> The bare bundle name is everything after the last
*> "/" of the primary path - the mirror keeps the same
*> name under its own files/archive.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpr-Slash-Pos.
    PERFORM 311-Check-One-Position
      VARYING WS-Rpr-Scan-Pos FROM 1 BY 1
        UNTIL WS-Rpr-Scan-Pos > 80.

    MOVE SPACE TO WS-Rpr-Bundle-Name.
    IF  WS-Rpr-Slash-Pos > ZERO
    AND WS-Rpr-Slash-Pos < 80
        MOVE WS-Rpr-Bundle-Path(WS-Rpr-Slash-Pos + 1 :)
          TO WS-Rpr-Bundle-Name
    ELSE
        MOVE WS-Rpr-Bundle-Path TO WS-Rpr-Bundle-Name
    END-IF.

*>------------------------------------------------
311-Check-One-Position.
*>------------------------------------------------
    IF  WS-Rpr-Bundle-Path(WS-Rpr-Scan-Pos : 1) = "/"
        MOVE WS-Rpr-Scan-Pos TO WS-Rpr-Slash-Pos
    END-IF.

*>------------------------------------------------
320-Write-Repair-Row.
*>------------------------------------------------
*> An R row - the bundle's new latest verdict.  The
*> mirror switch and cksum ride along so a failed
*> repair stays on the list for another try.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    OPEN EXTEND Scrub-Ledger-File.
    IF  WS-StatusSCL NOT = "00"
        OPEN OUTPUT Scrub-Ledger-File
    END-IF.

    IF  WS-StatusSCL = "00"
        MOVE SPACE TO Scrub-Ledger-Line
        MOVE "R"                TO SL-Row-Type
        MOVE WS-Stamp-Now       TO SL-Stamp
        MOVE WS-Rpr-Company     TO SL-Company
        MOVE WS-Rpr-Bundle-Path TO SL-Bundle
        MOVE WS-Rpr-Result      TO SL-Result
        MOVE ZERO               TO SL-Member-Count
                                   SL-Bad-Count
                                   SL-Manifest-Cksum
                                   SL-Index-Cksum
                                   SL-Actual-Cksum
        MOVE WS-Rpr-Reason      TO SL-Member
        MOVE "Y"                TO SL-Mirror-Sw
        MOVE WS-Rpr-Good-Cksum  TO SL-Mirror-Cksum
        MOVE WS-OS-User         TO SL-User
        MOVE SPACE              TO SL-Run-ID
        WRITE Scrub-Ledger-Line
        CLOSE Scrub-Ledger-File
    END-IF.

*>------------------------------------------------
395-Stamp-Now.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Stamp-Now.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Stamp-Now
    END-STRING.

*>------------------------------------------------
830-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over WS-Rpr-Cksum-Target - same CALL
*> "SYSTEM" + scratch-file idiom as PGM52's 830-
*> Compute-Checksum.  Zero means it could not be
*> computed.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Cksum-Target) DELIMITED BY SIZE
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
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per repair attempt,
*> same layout as PGM52's 900-Write-Run-Audit, WS-MSG
*> as the text.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

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

    MOVE WS-Pgm-ID     TO WS-Run-Audit-Pgm-ID.
    MOVE WS-OS-User    TO WS-Run-Audit-User.
    MOVE ZERO          TO WS-Run-Audit-Option.
    MOVE SPACE         TO WS-Run-Audit-Run-ID.
    MOVE WS-MSG        TO WS-Run-Audit-Text.

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

END PROGRAM PGM54.
