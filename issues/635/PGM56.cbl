*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM56.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Value-threshold release gate.
*> PGM15 parks a DONE arrival whose amount total is
*> over its threshold in ./reports/value-thresholds.cfg
*> as AWAIT-REL instead of posting it.  F walks one
*> company's parked arrivals and shows each one's
*> control figures - detail count, amount total, the
*> threshold it broke - beside the same vendor's
*> recent averages (its files posted in the last 90
*> days: how many, average details, average and
*> largest amount).  A treasury user releases it
*> (RELEASED - PGM15's next run posts it and prints
*> the releaser on the posting register) or refuses it
*> with a reason (REFUSED - it goes no further); each
*> verdict is kept in the company's ./reports/value-
*> releases.dat.  L lists the thresholds.  Review is
*> gated by the TREASURY token in ./reports/auth-
*> table.cfg and every session with a verdict leaves a
*> run audit row.  Same standalone console mold as
*> PGM51.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Value-Gate-Select.cpy".
COPY "./copybooks/Value-Release-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Value-Gate-FD.cpy".
COPY "./copybooks/Value-Release-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM56".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Value-Gate-WS.cpy".

COPY "./copybooks/Value-Release-WS.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Release-Done          VALUE "Y".
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.

*> the company's parked arrivals, gathered on one pass
*> of its index so the decisions can be taken after
*> the averages are known - each one is re-read by key
*> before it is changed.
01  WS-Prk-Table.
    05  WS-Prk-Count             PIC 9(03) VALUE ZERO.
    05  WS-Prk-Entry OCCURS 100 TIMES
                       INDEXED BY WS-Prk-Idx.
        10  WS-Prk-Filename      PIC X(80).
        10  WS-Prk-Received      PIC X(16).
        10  WS-Prk-Vendor        PIC X(10).
        10  WS-Prk-Details       PIC 9(07).
        10  WS-Prk-Amount        PIC S9(13)V9(02).
        10  WS-Prk-Size          PIC 9(18).
01  WS-Prk-Full-Sw               PIC X(01) VALUE "N".
    88  WS-Prk-Full              VALUE "Y".

*> per-vendor history over the same pass - the files
*> the vendor had posted (and not reversed) with a
*> received date inside the window.
01  WS-Avg-Table.
    05  WS-Avg-Count             PIC 9(02) VALUE ZERO.
    05  WS-Avg-Entry OCCURS 40 TIMES
                       INDEXED BY WS-Avg-Idx.
        10  WS-Avg-Vendor        PIC X(10).
        10  WS-Avg-Files         PIC 9(05).
        10  WS-Avg-Details       PIC 9(11).
        10  WS-Avg-Amount        PIC S9(15)V9(02).
        10  WS-Avg-Largest       PIC 9(13)V9(02).
01  WS-Avg-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Avg-Found             VALUE "Y".
01  WS-Avg-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Avg-Window-Days           PIC 9(03) VALUE 90.
01  WS-Avg-Cutoff-Date           PIC 9(08) VALUE ZERO.
01  WS-Avg-Row-Date              PIC 9(08) VALUE ZERO.
01  WS-Avg-Abs-Amount            PIC 9(13)V9(02) VALUE ZERO.

*> review scratch - the company being worked, the
*> verdict in hand and the session's tallies.
01  WS-Rls-Company               PIC X(10) VALUE SPACE.
01  WS-Rls-Answer                PIC X(01) VALUE SPACE.
01  WS-Rls-Reason                PIC X(60) VALUE SPACE.
01  WS-Rls-Action                PIC X(10) VALUE SPACE.
01  WS-Rls-Stop-Sw               PIC X(01) VALUE "N".
    88  WS-Rls-Stop              VALUE "Y".
01  WS-Rls-Released-Count        PIC 9(03) VALUE ZERO.
01  WS-Rls-Refused-Count         PIC 9(03) VALUE ZERO.
01  WS-Rls-Avg-Details           PIC 9(07) VALUE ZERO.
01  WS-Rls-Avg-Amount            PIC S9(13)V9(02) VALUE ZERO.
01  WS-Rls-Times-Avg             PIC 9(07)V9(01) VALUE ZERO.
01  WS-Rls-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Rls-Amount-Edit           PIC -(13)9.99 VALUE ZERO.
01  WS-Rls-Times-Edit            PIC Z(06)9.9 VALUE ZERO.
01  WS-Rls-Size-Edit             PIC Z(17)9 VALUE ZERO.
01  WS-EOF-RLS                   PIC X(01) VALUE "N".
    88  Release-Sweep-EOF        VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 100-Load-Value-Gates.

    PERFORM 200-Menu-Loop
      UNTIL WS-Release-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM51.  The thresholds and auth table
*> live in the base ./reports; each company's index
*> and release record are re-rooted by 300.
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

    MOVE SPACE TO WS-Value-Gate-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/value-thresholds.cfg" DELIMITED BY SIZE
      INTO WS-Value-Gate-Path
    END-STRING.

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
095-Build-Path-Name.
*>------------------------------------------------
    SET TBL-Sfx-Idx TO TBL-Index.

    MOVE SPACE TO TBL-Path-Name(TBL-Index).
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(TBL-Suffix(TBL-Sfx-Idx)) DELIMITED BY SIZE
      INTO TBL-Path-Name(TBL-Index)
    END-STRING.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM51's 079-Check-Authorization - no file deployed
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
100-Load-Value-Gates.
*>------------------------------------------------
*> Same load as PGM15's 080-Load-Value-Gates.
*>------------------------------------------------
    MOVE ZERO TO WS-Vgt-Count.

    MOVE "N" TO WS-EOF-VGT.
    OPEN INPUT Value-Gate-File.
    IF  WS-StatusVGT = "00"
        PERFORM 110-Read-Value-Gate-Row
          UNTIL Value-Gate-EOF
        CLOSE Value-Gate-File
    END-IF.

*>------------------------------------------------
110-Read-Value-Gate-Row.
*>------------------------------------------------
    READ Value-Gate-File
        AT END
            MOVE "Y" TO WS-EOF-VGT
        NOT AT END
            IF  Value-Gate-Line NOT = SPACE
            AND VG-Limit IS NUMERIC
            AND WS-Vgt-Count < 40
                ADD 1 TO WS-Vgt-Count
                SET WS-Vgt-Idx TO WS-Vgt-Count
                MOVE FUNCTION UPPER-CASE(VG-Vendor-Code)
                                  TO WS-Vgt-Vendor(WS-Vgt-Idx)
                MOVE FUNCTION UPPER-CASE(VG-Company)
                                  TO WS-Vgt-Company(WS-Vgt-Idx)
                MOVE VG-Limit     TO WS-Vgt-Limit(WS-Vgt-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
120-Find-Value-Gate.
*>------------------------------------------------
*> Same most-specific-row choice as PGM15's 2230-
*> Check-Value-Gate: WS-Vgt-Check-Vendor/-Company in,
*> WS-Vgt-Hit out (zero when no row governs the file).
*>------------------------------------------------
    MOVE ZERO TO WS-Vgt-Hit
                 WS-Vgt-Best-Rank.

    PERFORM 121-Match-One-Value-Gate
      VARYING WS-Vgt-Idx FROM 1 BY 1
        UNTIL WS-Vgt-Idx > WS-Vgt-Count.

*>------------------------------------------------
121-Match-One-Value-Gate.
*>------------------------------------------------
    MOVE ZERO TO WS-Vgt-Rank.
    EVALUATE TRUE
        WHEN WS-Vgt-Vendor(WS-Vgt-Idx) = WS-Vgt-Check-Vendor
         AND WS-Vgt-Company(WS-Vgt-Idx) = WS-Vgt-Check-Company
         AND WS-Vgt-Vendor(WS-Vgt-Idx) NOT = SPACE
         AND WS-Vgt-Company(WS-Vgt-Idx) NOT = SPACE
            MOVE 4 TO WS-Vgt-Rank
        WHEN WS-Vgt-Vendor(WS-Vgt-Idx) = WS-Vgt-Check-Vendor
         AND WS-Vgt-Vendor(WS-Vgt-Idx) NOT = SPACE
         AND WS-Vgt-Company(WS-Vgt-Idx) = SPACE
            MOVE 3 TO WS-Vgt-Rank
        WHEN WS-Vgt-Vendor(WS-Vgt-Idx) = SPACE
         AND WS-Vgt-Company(WS-Vgt-Idx) = WS-Vgt-Check-Company
         AND WS-Vgt-Company(WS-Vgt-Idx) NOT = SPACE
            MOVE 2 TO WS-Vgt-Rank
        WHEN WS-Vgt-Vendor(WS-Vgt-Idx) = SPACE
         AND WS-Vgt-Company(WS-Vgt-Idx) = SPACE
            MOVE 1 TO WS-Vgt-Rank
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF  WS-Vgt-Rank > WS-Vgt-Best-Rank
        MOVE WS-Vgt-Rank TO WS-Vgt-Best-Rank
        SET WS-Vgt-Hit TO WS-Vgt-Idx
    END-IF.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "F to review files awaiting release, L to list "
            "the value thresholds, or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE WS-Menu-Verb
        WHEN "F"
            PERFORM 300-Review-Parked
              THRU 300-Review-Exit
        WHEN "L"
            PERFORM 210-Display-Value-Gates
        WHEN "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-Display-Value-Gates.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row  Vendor      Company           Threshold"
      UPON CONSOLE.
    IF  WS-Vgt-Count = ZERO
        DISPLAY "(no value thresholds on file - nothing is gated)"
          UPON CONSOLE
    ELSE
        PERFORM 211-Display-Value-Gate
          VARYING WS-Vgt-Idx FROM 1 BY 1
            UNTIL WS-Vgt-Idx > WS-Vgt-Count
    END-IF.

*>------------------------------------------------
211-Display-Value-Gate.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Vgt-Idx.
    MOVE WS-Vgt-Limit(WS-Vgt-Idx) TO WS-Vgt-Limit-Edit.

    DISPLAY WS-Row-Num "   "
            WS-Vgt-Vendor(WS-Vgt-Idx) "  "
            WS-Vgt-Company(WS-Vgt-Idx) " "
            WS-Vgt-Limit-Edit
      UPON CONSOLE.

*>------------------------------------------------
300-Review-Parked.
*>------------------------------------------------
*> One pass of the company's index collects its
*> AWAIT-REL rows and every vendor's recent posted
*> history; the parked rows are then shown one by one,
*> oldest name first, for a verdict.
*>------------------------------------------------
    MOVE "TREASURY" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to release high-value files"
          UPON CONSOLE
        GO TO 300-Review-Exit
    END-IF.

    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Rls-Company.
    ACCEPT WS-Rls-Company FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Rls-Company) TO WS-Rls-Company.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Rls-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Rls-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    MOVE SPACE TO WS-Value-Release-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "value-releases.dat" DELIMITED BY SIZE
      INTO WS-Value-Release-Path
    END-STRING.

    OPEN I-O Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"
        DISPLAY WS-Pgm-ID " no intake index on file for that company"
          UPON CONSOLE
        GO TO 300-Review-Exit
    END-IF.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    MOVE FUNCTION NUMVAL(CDT-Date) TO WS-Avg-Cutoff-Date.
    COMPUTE WS-Avg-Cutoff-Date =
        FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-Avg-Cutoff-Date)
             - WS-Avg-Window-Days).

    MOVE ZERO TO WS-Prk-Count
                 WS-Avg-Count
                 WS-Rls-Released-Count
                 WS-Rls-Refused-Count.
    MOVE "N" TO WS-Prk-Full-Sw
                WS-Rls-Stop-Sw.

    MOVE SPACE TO Intake-Index-Record.
    MOVE LOW-VALUES TO II-Key.
    START Intake-Index-File
        KEY IS NOT LESS THAN II-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-RLS
        NOT INVALID KEY
            MOVE "N" TO WS-EOF-RLS
    END-START.

    PERFORM 310-Collect-One-Row
      UNTIL Release-Sweep-EOF.

    IF  WS-Prk-Count = ZERO
        CLOSE Intake-Index-File
        DISPLAY WS-Pgm-ID " no files awaiting release under that company"
          UPON CONSOLE
        GO TO 300-Review-Exit
    END-IF.

    IF  WS-Prk-Full
        DISPLAY WS-Pgm-ID " more than 100 files awaiting release - "
                "the first 100 are shown, run F again for the rest"
          UPON CONSOLE
    END-IF.

    PERFORM 320-Decide-Parked-Row
      THRU 320-Decide-Exit
      VARYING WS-Prk-Idx FROM 1 BY 1
        UNTIL WS-Prk-Idx > WS-Prk-Count
           OR WS-Rls-Stop.

    CLOSE Intake-Index-File.

    IF  WS-Rls-Released-Count = ZERO
    AND WS-Rls-Refused-Count = ZERO
        GO TO 300-Review-Exit
    END-IF.

    MOVE SPACE TO WS-MSG.
    STRING "valuerel " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rls-Company) DELIMITED BY SIZE
           " released " DELIMITED BY SIZE
           WS-Rls-Released-Count DELIMITED BY SIZE
           " refused " DELIMITED BY SIZE
           WS-Rls-Refused-Count DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

*>------------------------------------------------
300-Review-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Collect-One-Row.
*>------------------------------------------------
*> A posted row counts toward its vendor's history
*> whatever it has become since (ARCHIVED keeps the
*> posting stamps) unless PGM40 reversed it.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-RLS
        NOT AT END
            EVALUATE TRUE
                WHEN II-Disposition = "AWAIT-REL"
                    PERFORM 311-Hold-Parked-Row
                WHEN II-Post-Run-ID NOT = SPACE
                 AND II-Disposition NOT = "REVERSED"
                 AND II-Vendor-Code NOT = SPACE
                 AND II-Received-Date IS NUMERIC
                    MOVE II-Received-Date TO WS-Avg-Row-Date
                    IF  WS-Avg-Row-Date >= WS-Avg-Cutoff-Date
                        PERFORM 312-Add-To-Average
                          THRU 312-Add-Exit
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*>------------------------------------------------
311-Hold-Parked-Row.
*>------------------------------------------------
    IF  WS-Prk-Count < 100
        ADD 1 TO WS-Prk-Count
        SET WS-Prk-Idx TO WS-Prk-Count
        MOVE II-Filename       TO WS-Prk-Filename(WS-Prk-Idx)
        MOVE II-Received-Stamp TO WS-Prk-Received(WS-Prk-Idx)
        MOVE II-Vendor-Code    TO WS-Prk-Vendor(WS-Prk-Idx)
        MOVE II-Detail-Count   TO WS-Prk-Details(WS-Prk-Idx)
        MOVE II-Amount-Sum     TO WS-Prk-Amount(WS-Prk-Idx)
        MOVE II-File-Size      TO WS-Prk-Size(WS-Prk-Idx)
    ELSE
        MOVE "Y" TO WS-Prk-Full-Sw
    END-IF.

*>------------------------------------------------
312-Add-To-Average.
*>------------------------------------------------
    MOVE "N" TO WS-Avg-Found-Sw.
    MOVE ZERO TO WS-Avg-Hit.
    PERFORM 3121-Match-One-Average
      VARYING WS-Avg-Idx FROM 1 BY 1
        UNTIL WS-Avg-Idx > WS-Avg-Count
           OR WS-Avg-Found.

    IF  NOT WS-Avg-Found
        IF  WS-Avg-Count < 40
            ADD 1 TO WS-Avg-Count
            MOVE WS-Avg-Count TO WS-Avg-Hit
            MOVE II-Vendor-Code TO WS-Avg-Vendor(WS-Avg-Hit)
            MOVE ZERO TO WS-Avg-Files(WS-Avg-Hit)
                         WS-Avg-Details(WS-Avg-Hit)
                         WS-Avg-Amount(WS-Avg-Hit)
                         WS-Avg-Largest(WS-Avg-Hit)
        ELSE
            GO TO 312-Add-Exit
        END-IF
    END-IF.

    IF  II-Amount-Sum < ZERO
        COMPUTE WS-Avg-Abs-Amount = ZERO - II-Amount-Sum
    ELSE
        MOVE II-Amount-Sum TO WS-Avg-Abs-Amount
    END-IF.

    ADD 1               TO WS-Avg-Files(WS-Avg-Hit).
    ADD II-Detail-Count TO WS-Avg-Details(WS-Avg-Hit).
    ADD II-Amount-Sum   TO WS-Avg-Amount(WS-Avg-Hit).
    IF  WS-Avg-Abs-Amount > WS-Avg-Largest(WS-Avg-Hit)
        MOVE WS-Avg-Abs-Amount TO WS-Avg-Largest(WS-Avg-Hit)
    END-IF.

*>------------------------------------------------
312-Add-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
3121-Match-One-Average.
*>------------------------------------------------
    IF  WS-Avg-Vendor(WS-Avg-Idx) = II-Vendor-Code
        MOVE "Y" TO WS-Avg-Found-Sw
        SET WS-Avg-Hit TO WS-Avg-Idx
    END-IF.

*>------------------------------------------------
320-Decide-Parked-Row.
*>------------------------------------------------
*> A releases the arrival - RELEASED, for PGM15's next
*> run to post; R refuses it with a reason - REFUSED,
*> it goes no further; S leaves it parked; Q stops the
*> walk.  The row is re-read first so a verdict another
*> user has already given is never overwritten.
*>------------------------------------------------
    PERFORM 330-Show-Parked-Row.

    DISPLAY "A to release, R to refuse, S to skip, Q to stop:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Rls-Answer.
    ACCEPT WS-Rls-Answer FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Rls-Answer) TO WS-Rls-Answer.

    EVALUATE WS-Rls-Answer
        WHEN "A"
            MOVE "RELEASED" TO WS-Rls-Action
            MOVE SPACE TO WS-Rls-Reason
        WHEN "R"
            MOVE "REFUSED" TO WS-Rls-Action
            DISPLAY "Reason for refusing:" UPON CONSOLE
            MOVE SPACE TO WS-Rls-Reason
            ACCEPT WS-Rls-Reason FROM CONSOLE END-ACCEPT
            IF  WS-Rls-Reason = SPACE
                DISPLAY WS-Pgm-ID " a refusal needs a reason - "
                        "left awaiting release" UPON CONSOLE
                GO TO 320-Decide-Exit
            END-IF
        WHEN "Q"
            MOVE "Y" TO WS-Rls-Stop-Sw
            GO TO 320-Decide-Exit
        WHEN OTHER
            GO TO 320-Decide-Exit
    END-EVALUATE.

    MOVE SPACE TO Intake-Index-Record.
    MOVE WS-Prk-Filename(WS-Prk-Idx) TO II-Filename.
    MOVE WS-Prk-Received(WS-Prk-Idx) TO II-Received-Stamp.
    READ Intake-Index-File
        KEY IS II-Key
        INVALID KEY
            DISPLAY WS-Pgm-ID " index row no longer on file"
              UPON CONSOLE
            GO TO 320-Decide-Exit
    END-READ.

    IF  II-Disposition NOT = "AWAIT-REL"
        DISPLAY WS-Pgm-ID " already " FUNCTION TRIM(II-Disposition)
                " - left as it is" UPON CONSOLE
        GO TO 320-Decide-Exit
    END-IF.

    MOVE WS-Rls-Action TO II-Disposition.
    REWRITE Intake-Index-Record
        INVALID KEY
            DISPLAY WS-Pgm-ID " index update failed" UPON CONSOLE
            GO TO 320-Decide-Exit
    END-REWRITE.

    IF  WS-Rls-Action = "RELEASED"
        ADD 1 TO WS-Rls-Released-Count
    ELSE
        ADD 1 TO WS-Rls-Refused-Count
    END-IF.

    PERFORM 340-Write-Release-Row.

*>------------------------------------------------
320-Decide-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
330-Show-Parked-Row.
*>------------------------------------------------
*> The file's own control figures and the threshold
*> it broke, then the vendor's history over the window
*> and how many times its average this file is.
*>------------------------------------------------
    MOVE WS-Prk-Vendor(WS-Prk-Idx) TO WS-Vgt-Check-Vendor.
    MOVE WS-Rls-Company TO WS-Vgt-Check-Company.
    PERFORM 120-Find-Value-Gate.

    DISPLAY " " UPON CONSOLE.
    DISPLAY FUNCTION TRIM(WS-Prk-Filename(WS-Prk-Idx)) UPON CONSOLE.

    MOVE WS-Prk-Size(WS-Prk-Idx) TO WS-Rls-Size-Edit.
    DISPLAY "    vendor " WS-Prk-Vendor(WS-Prk-Idx)
            "  received " WS-Prk-Received(WS-Prk-Idx)(1:8)
            " " WS-Prk-Received(WS-Prk-Idx)(9:8)
            "  bytes " FUNCTION TRIM(WS-Rls-Size-Edit)
      UPON CONSOLE.

    MOVE WS-Prk-Details(WS-Prk-Idx) TO WS-Rls-Count-Edit.
    MOVE WS-Prk-Amount(WS-Prk-Idx)  TO WS-Rls-Amount-Edit.
    IF  WS-Vgt-Hit > ZERO
        MOVE WS-Vgt-Limit(WS-Vgt-Hit) TO WS-Vgt-Limit-Edit
    ELSE
        MOVE ZERO TO WS-Vgt-Limit-Edit
    END-IF.
    DISPLAY "    this file   details " FUNCTION TRIM(WS-Rls-Count-Edit)
            "  amount " FUNCTION TRIM(WS-Rls-Amount-Edit)
            "  threshold " FUNCTION TRIM(WS-Vgt-Limit-Edit)
      UPON CONSOLE.

    MOVE "N" TO WS-Avg-Found-Sw.
    MOVE ZERO TO WS-Avg-Hit.
    PERFORM 3311-Find-Vendor-Average
      VARYING WS-Avg-Idx FROM 1 BY 1
        UNTIL WS-Avg-Idx > WS-Avg-Count
           OR WS-Avg-Found.

    IF  NOT WS-Avg-Found
        DISPLAY "    recent      no files posted for this vendor "
                "in the last " WS-Avg-Window-Days " days"
          UPON CONSOLE
    ELSE
        COMPUTE WS-Rls-Avg-Details ROUNDED =
            WS-Avg-Details(WS-Avg-Hit) / WS-Avg-Files(WS-Avg-Hit)
        COMPUTE WS-Rls-Avg-Amount ROUNDED =
            WS-Avg-Amount(WS-Avg-Hit) / WS-Avg-Files(WS-Avg-Hit)

        MOVE WS-Avg-Files(WS-Avg-Hit) TO WS-Rls-Count-Edit
        DISPLAY "    recent      " FUNCTION TRIM(WS-Rls-Count-Edit)
                " file(s) posted in the last "
                WS-Avg-Window-Days " days" UPON CONSOLE

        MOVE WS-Rls-Avg-Details TO WS-Rls-Count-Edit
        MOVE WS-Rls-Avg-Amount  TO WS-Rls-Amount-Edit
        MOVE WS-Avg-Largest(WS-Avg-Hit) TO WS-Vgt-Limit-Edit
        DISPLAY "    average     details " FUNCTION TRIM(WS-Rls-Count-Edit)
                "  amount " FUNCTION TRIM(WS-Rls-Amount-Edit)
                "  largest " FUNCTION TRIM(WS-Vgt-Limit-Edit)
          UPON CONSOLE

        IF  WS-Prk-Amount(WS-Prk-Idx) < ZERO
            COMPUTE WS-Vgt-Abs-Amount = ZERO - WS-Prk-Amount(WS-Prk-Idx)
        ELSE
            MOVE WS-Prk-Amount(WS-Prk-Idx) TO WS-Vgt-Abs-Amount
        END-IF
        IF  WS-Rls-Avg-Amount < ZERO
            COMPUTE WS-Avg-Abs-Amount = ZERO - WS-Rls-Avg-Amount
        ELSE
            MOVE WS-Rls-Avg-Amount TO WS-Avg-Abs-Amount
        END-IF

        IF  WS-Avg-Abs-Amount > ZERO
            COMPUTE WS-Rls-Times-Avg ROUNDED =
                WS-Vgt-Abs-Amount / WS-Avg-Abs-Amount
              ON SIZE ERROR
                MOVE 9999999.9 TO WS-Rls-Times-Avg
            END-COMPUTE
            MOVE WS-Rls-Times-Avg TO WS-Rls-Times-Edit
            DISPLAY "    this file is " FUNCTION TRIM(WS-Rls-Times-Edit)
                    " times the vendor's average amount" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
3311-Find-Vendor-Average.
*>------------------------------------------------
    IF  WS-Avg-Vendor(WS-Avg-Idx) = WS-Prk-Vendor(WS-Prk-Idx)
        MOVE "Y" TO WS-Avg-Found-Sw
        SET WS-Avg-Hit TO WS-Avg-Idx
    END-IF.

*>------------------------------------------------
340-Write-Release-Row.
*>------------------------------------------------
*> The verdict with the figures it was given on, for
*> PGM15's register and for audit.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    MOVE SPACE TO Value-Release-Line.
    MOVE WS-Stamp-Now                TO VR-Stamp.
    MOVE WS-Prk-Filename(WS-Prk-Idx) TO VR-Filename.
    MOVE WS-Prk-Received(WS-Prk-Idx) TO VR-Received-Stamp.
    MOVE WS-Prk-Vendor(WS-Prk-Idx)   TO VR-Vendor-Code.
    MOVE WS-Rls-Action               TO VR-Action.
    MOVE WS-OS-User                  TO VR-User.
    MOVE WS-Prk-Details(WS-Prk-Idx)  TO VR-Detail-Count.
    MOVE WS-Prk-Amount(WS-Prk-Idx)   TO VR-Amount.
    IF  WS-Vgt-Hit > ZERO
        MOVE WS-Vgt-Limit(WS-Vgt-Hit) TO VR-Limit
    ELSE
        MOVE ZERO TO VR-Limit
    END-IF.
    MOVE WS-Rls-Reason               TO VR-Reason.

    OPEN EXTEND Value-Release-File.
    IF  WS-StatusVRL NOT = "00"
        OPEN OUTPUT Value-Release-File
    END-IF.
    IF  WS-StatusVRL = "00"
        WRITE Value-Release-Line
        CLOSE Value-Release-File
    ELSE
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Value-Release-Path)
                " status " WS-StatusVRL UPON CONSOLE
    END-IF.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Prk-Filename(WS-Prk-Idx))
            " " FUNCTION TRIM(WS-Rls-Action) UPON CONSOLE.

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
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per review session that
*> gave a verdict, same layout as PGM51's 900-Write-
*> Run-Audit, WS-MSG as the text.
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

END PROGRAM PGM56.
