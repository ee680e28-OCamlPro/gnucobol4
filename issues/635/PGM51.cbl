*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM51.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Vendor onboarding and probation sign-off.
*> Bringing on a vendor used to mean six hand edits -
*> vendor-table.cfg, vendor-layout.cfg, expected-
*> arrivals.cfg, fetch-profile.cfg, landing-zones.cfg
*> and turnaround-targets.cfg - each with its own
*> chance to misspell the vendor code.  N collects the
*> vendor's details once and appends every row from
*> the one answer set (a file that already carries the
*> vendor is left alone), then records the vendor in
*> ./reports/vendor-onboarding.dat on PROBATION: PGM01
*> indexes a probation vendor's arrivals PROBATION
*> instead of DONE, so they reach neither ./staging
*> nor PGM15's posting.  S walks those held arrivals
*> for one company and lets an operator sign each off
*> (SIGNEDOFF - PGM01's next run publishes it and
*> turns it DONE) or refuse it (REFUSED - it goes no
*> further).  Once the vendor's first N arrivals are
*> signed off its record goes ACTIVE with the end
*> stamp and the approving operator.  L lists the
*> records.  Onboarding is gated by the ONBOARD token,
*> sign-off by SIGNOFF, in ./reports/auth-table.cfg;
*> both leave a run audit row.  Same standalone
*> console mold as PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Onboard-Select.cpy".
COPY "./copybooks/Vendor-Tbl-Select.cpy".
COPY "./copybooks/Layout-Tbl-Select.cpy".
COPY "./copybooks/Expect-Tbl-Select.cpy".
COPY "./copybooks/Fetch-Profile-Select.cpy".
COPY "./copybooks/Landing-Zone-Select.cpy".
COPY "./copybooks/Turnaround-Tgt-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Onboard-FD.cpy".
COPY "./copybooks/Vendor-Tbl-FD.cpy".
COPY "./copybooks/Layout-Tbl-FD.cpy".
COPY "./copybooks/Expect-Tbl-FD.cpy".
COPY "./copybooks/Fetch-Profile-FD.cpy".
COPY "./copybooks/Landing-Zone-FD.cpy".
COPY "./copybooks/Turnaround-Tgt-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM51".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Onboard-WS.cpy".

COPY "./copybooks/Vendor-Tbl-WS.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Expect-Tbl-WS.cpy".

COPY "./copybooks/Fetch-Profile-WS.cpy".

COPY "./copybooks/Landing-Zone-WS.cpy".

COPY "./copybooks/Turnaround-WS.cpy".

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
    88  WS-Onboard-Done          VALUE "Y".
01  WS-Row-Num                   PIC 9(02) VALUE ZERO.
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.

*> the six configuration files one onboarding writes,
*> in the order the screen asks about them.  Rows is
*> what the file holds today (each reader keeps only
*> its first 20), Has-Sw says the vendor is already in
*> it - left alone - and Want-Sw that this onboarding
*> has a row to append to it.
01  WS-Onb-Cfg-Values.
    05  PIC X(24) VALUE "vendor-table.cfg".
    05  PIC X(24) VALUE "vendor-layout.cfg".
    05  PIC X(24) VALUE "expected-arrivals.cfg".
    05  PIC X(24) VALUE "fetch-profile.cfg".
    05  PIC X(24) VALUE "landing-zones.cfg".
    05  PIC X(24) VALUE "turnaround-targets.cfg".
01  WS-Onb-Cfg-Names REDEFINES WS-Onb-Cfg-Values.
    05  WS-Onb-Cfg-Name OCCURS 6 TIMES PIC X(24).

01  WS-Onb-Cfg-Table.
    05  WS-Onb-Cfg-Entry OCCURS 6 TIMES
                           INDEXED BY WS-Onb-Cfg-Idx.
        10  WS-Onb-Cfg-Rows      PIC 9(03).
        10  WS-Onb-Cfg-Has-Sw    PIC X(01).
        10  WS-Onb-Cfg-Want-Sw   PIC X(01).
01  WS-Onb-Cfg-Max               PIC 9(03) VALUE 20.
01  WS-Onb-Cfg-Vendor            PIC 9(01) VALUE 1.
01  WS-Onb-Cfg-Layout            PIC 9(01) VALUE 2.
01  WS-Onb-Cfg-Expect            PIC 9(01) VALUE 3.
01  WS-Onb-Cfg-Fetch             PIC 9(01) VALUE 4.
01  WS-Onb-Cfg-Zone              PIC 9(01) VALUE 5.
01  WS-Onb-Cfg-Tgt               PIC 9(01) VALUE 6.
01  WS-Onb-Cfg-Sub               PIC 9(01) VALUE ZERO.
01  WS-Onb-Full-Sw               PIC X(01) VALUE "N".
    88  WS-Onb-Cfg-Full          VALUE "Y".
01  WS-Onb-Written               PIC 9(01) VALUE ZERO.

*> the vendor being onboarded and the one answer set -
*> each pending row is laid out exactly like the file
*> it is appended to, so it is written straight FROM
*> here.
01  WS-Onb-Vendor                PIC X(10) VALUE SPACE.
01  WS-Onb-Pattern               PIC X(40) VALUE SPACE.
01  WS-Onb-Probation             PIC 9(03) VALUE ZERO.
01  WS-Onb-Confirm               PIC X(01) VALUE SPACE.

01  WS-Onb-Vendor-Row.
    05  WS-Onb-VT-Pattern        PIC X(40) VALUE SPACE.
    05  WS-Onb-VT-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-VT-Subdir         PIC X(01) VALUE SPACE.
    05  WS-Onb-VT-Priority       PIC X(01) VALUE SPACE.

01  WS-Onb-Layout-Row.
    05  WS-Onb-VL-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-VL-Delimiter      PIC X(01) VALUE SPACE.
    05  WS-Onb-VL-Col-Count      PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Req-Mask       PIC X(20) VALUE SPACE.
    05  WS-Onb-VL-Type-Mask      PIC X(20) VALUE SPACE.
    05  WS-Onb-VL-Ctl-Sw         PIC X(01) VALUE SPACE.
    05  WS-Onb-VL-Amt-Col        PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Norm-Sw        PIC X(01) VALUE SPACE.
    05  WS-Onb-VL-Date-Fmt       PIC X(01) VALUE SPACE.
    05  WS-Onb-VL-Consol-Sw      PIC X(01) VALUE SPACE.
    05  WS-Onb-VL-Co-Col         PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Seq-Start      PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Seq-Len        PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Ref-Col        PIC 9(02) VALUE ZERO.
    05  WS-Onb-VL-Mask-Codes     PIC X(20) VALUE SPACE.

01  WS-Onb-Expect-Row.
    05  WS-Onb-EA-Pattern        PIC X(40) VALUE SPACE.
    05  WS-Onb-EA-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-EA-Freq           PIC X(01) VALUE SPACE.
    05  WS-Onb-EA-Day            PIC 9(02) VALUE ZERO.
    05  WS-Onb-EA-Cutoff         PIC X(04) VALUE SPACE.

01  WS-Onb-Fetch-Row.
    05  WS-Onb-FP-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-FP-Freq           PIC X(01) VALUE SPACE.
    05  WS-Onb-FP-Day            PIC 9(02) VALUE ZERO.
    05  WS-Onb-FP-Command        PIC X(200) VALUE SPACE.

01  WS-Onb-Zone-Row.
    05  WS-Onb-LZ-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-LZ-Dir            PIC X(60) VALUE SPACE.

01  WS-Onb-Tgt-Row.
    05  WS-Onb-TT-Vendor         PIC X(10) VALUE SPACE.
    05  WS-Onb-TT-Minutes        PIC 9(05) VALUE ZERO.

*> prompt helpers - 380 takes a number, 385 a one-
*> character flag; blank (or anything out of range)
*> takes the default the prompt names.
01  WS-Onb-Prompt                PIC X(60) VALUE SPACE.
01  WS-Onb-Answer                PIC X(05) VALUE SPACE.
01  WS-Onb-Number                PIC 9(05) VALUE ZERO.
01  WS-Onb-Num-Default           PIC 9(05) VALUE ZERO.
01  WS-Onb-Num-Max               PIC 9(05) VALUE ZERO.
01  WS-Onb-Flag                  PIC X(01) VALUE SPACE.
01  WS-Onb-Flag-Default          PIC X(01) VALUE SPACE.
01  WS-Onb-Flag-Allowed          PIC X(05) VALUE SPACE.
01  WS-Onb-Flag-Hits             PIC 9(02) VALUE ZERO.
01  WS-Onb-Mask-Text             PIC X(20) VALUE SPACE.
01  WS-Onb-Count-Edit            PIC ZZ9 VALUE ZERO.

*> sign-off scratch - the vendor and company whose held
*> arrivals are being walked, and what was done to them.
01  WS-Sgn-Vendor                PIC X(10) VALUE SPACE.
01  WS-Sgn-Company               PIC X(10) VALUE SPACE.
01  WS-Sgn-Answer                PIC X(01) VALUE SPACE.
01  WS-Sgn-Stop-Sw               PIC X(01) VALUE "N".
    88  WS-Sgn-Stop              VALUE "Y".
01  WS-Sgn-Held-Count            PIC 9(05) VALUE ZERO.
01  WS-Sgn-Approved-Count        PIC 9(05) VALUE ZERO.
01  WS-Sgn-Refused-Count         PIC 9(05) VALUE ZERO.
01  WS-Sgn-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Sgn-Amount-Edit           PIC -(13)9.99 VALUE ZERO.
01  WS-EOF-SGN                   PIC X(01) VALUE "N".
    88  Sign-Off-Sweep-EOF       VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 100-Load-Onboard-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Onboard-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM40, so the six configuration files
*> written here are the ones PGM00/PGM01/PGM17/PGM24
*> read, and the operator identity is the one the auth
*> table is checked for and the onboarding record
*> carries.
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

    MOVE SPACE TO WS-Onboard-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-onboarding.dat" DELIMITED BY SIZE
      INTO WS-Onboard-Path
    END-STRING.

    MOVE SPACE TO WS-Vendor-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-table.cfg" DELIMITED BY SIZE
      INTO WS-Vendor-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Layout-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/vendor-layout.cfg" DELIMITED BY SIZE
      INTO WS-Layout-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Expect-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/expected-arrivals.cfg" DELIMITED BY SIZE
      INTO WS-Expect-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Fetch-Profile-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/fetch-profile.cfg" DELIMITED BY SIZE
      INTO WS-Fetch-Profile-Path
    END-STRING.

    MOVE SPACE TO WS-Landing-Zone-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/landing-zones.cfg" DELIMITED BY SIZE
      INTO WS-Landing-Zone-Path
    END-STRING.

    MOVE SPACE TO WS-Turnaround-Tgt-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/turnaround-targets.cfg" DELIMITED BY SIZE
      INTO WS-Turnaround-Tgt-Path
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
100-Load-Onboard-Table.
*>------------------------------------------------
*> Same load as PGM01's 083-Load-Onboard-Table - the
*> whole file comes into the table and 130 writes it
*> back whole.
*>------------------------------------------------
    MOVE ZERO TO WS-Obd-Count.

    MOVE "N" TO WS-EOF-OBD.
    OPEN INPUT Onboard-File.
    IF  WS-StatusOBD = "00"
        PERFORM 110-Read-Onboard-Row
          UNTIL Onboard-EOF
        CLOSE Onboard-File
    END-IF.

*>------------------------------------------------
110-Read-Onboard-Row.
*>------------------------------------------------
    READ Onboard-File
        AT END
            MOVE "Y" TO WS-EOF-OBD
        NOT AT END
            IF  OB-Vendor-Code NOT = SPACE
            AND WS-Obd-Count < 40
                ADD 1 TO WS-Obd-Count
                SET WS-Obd-Idx TO WS-Obd-Count
                MOVE OB-Vendor-Code     TO WS-Obd-Vendor(WS-Obd-Idx)
                MOVE OB-Status          TO WS-Obd-Status(WS-Obd-Idx)
                MOVE OB-Probation-Count TO WS-Obd-Probation(WS-Obd-Idx)
                MOVE OB-Signed-Count    TO WS-Obd-Signed(WS-Obd-Idx)
                MOVE OB-Setup-User      TO WS-Obd-Setup-User(WS-Obd-Idx)
                MOVE OB-Setup-Stamp     TO WS-Obd-Setup-Stamp(WS-Obd-Idx)
                MOVE OB-Ended-Stamp     TO WS-Obd-Ended-Stamp(WS-Obd-Idx)
                MOVE OB-Approver        TO WS-Obd-Approver(WS-Obd-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
120-Find-Onboard-Row.
*>------------------------------------------------
*> WS-Obd-Check-Vendor in, WS-Obd-Found / WS-Obd-Hit
*> out.
*>------------------------------------------------
    MOVE "N" TO WS-Obd-Found-Sw.
    MOVE ZERO TO WS-Obd-Hit.

    PERFORM 121-Match-One-Onboard-Row
      VARYING WS-Obd-Idx FROM 1 BY 1
        UNTIL WS-Obd-Idx > WS-Obd-Count
           OR WS-Obd-Found.

*>------------------------------------------------
121-Match-One-Onboard-Row.
*>------------------------------------------------
    IF  WS-Obd-Vendor(WS-Obd-Idx) = WS-Obd-Check-Vendor
        MOVE "Y" TO WS-Obd-Found-Sw
        SET WS-Obd-Hit TO WS-Obd-Idx
    END-IF.

*>------------------------------------------------
130-Save-Onboard-Table.
*>------------------------------------------------
    OPEN OUTPUT Onboard-File.
    IF  WS-StatusOBD NOT = "00"
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Onboard-Path)
                " status " WS-StatusOBD UPON CONSOLE
    ELSE
        PERFORM 131-Write-Onboard-Row
          VARYING WS-Obd-Idx FROM 1 BY 1
            UNTIL WS-Obd-Idx > WS-Obd-Count
        CLOSE Onboard-File
    END-IF.

*>------------------------------------------------
131-Write-Onboard-Row.
*>------------------------------------------------
    MOVE SPACE TO Onboard-Line.
    MOVE WS-Obd-Vendor(WS-Obd-Idx)      TO OB-Vendor-Code.
    MOVE WS-Obd-Status(WS-Obd-Idx)      TO OB-Status.
    MOVE WS-Obd-Probation(WS-Obd-Idx)   TO OB-Probation-Count.
    MOVE WS-Obd-Signed(WS-Obd-Idx)      TO OB-Signed-Count.
    MOVE WS-Obd-Setup-User(WS-Obd-Idx)  TO OB-Setup-User.
    MOVE WS-Obd-Setup-Stamp(WS-Obd-Idx) TO OB-Setup-Stamp.
    MOVE WS-Obd-Ended-Stamp(WS-Obd-Idx) TO OB-Ended-Stamp.
    MOVE WS-Obd-Approver(WS-Obd-Idx)    TO OB-Approver.
    WRITE Onboard-Line.

*>------------------------------------------------
200-Menu-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "N to onboard a new vendor, S to sign off a "
            "probation vendor's held arrivals," UPON CONSOLE.
    DISPLAY "L to list onboarding records, or Q to quit:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE WS-Menu-Verb
        WHEN "N"
            PERFORM 300-Onboard-Vendor
              THRU 300-Onboard-Exit
        WHEN "S"
            PERFORM 400-Sign-Off-Vendor
              THRU 400-Sign-Off-Exit
        WHEN "L"
            PERFORM 210-Display-Onboard-Table
        WHEN "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
210-Display-Onboard-Table.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Row  Vendor      Status     Need Sgnd Set up by"
            "            Set up         Ended          Approved by"
      UPON CONSOLE.
    IF  WS-Obd-Count = ZERO
        DISPLAY "(no onboarding records on file)" UPON CONSOLE
    ELSE
        PERFORM 211-Display-Onboard-Row
          VARYING WS-Obd-Idx FROM 1 BY 1
            UNTIL WS-Obd-Idx > WS-Obd-Count
    END-IF.

*>------------------------------------------------
211-Display-Onboard-Row.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Obd-Idx.

    DISPLAY WS-Row-Num "   "
            WS-Obd-Vendor(WS-Obd-Idx) "  "
            WS-Obd-Status(WS-Obd-Idx) " "
            WS-Obd-Probation(WS-Obd-Idx) "  "
            WS-Obd-Signed(WS-Obd-Idx) "  "
            WS-Obd-Setup-User(WS-Obd-Idx) " "
            WS-Obd-Setup-Stamp(WS-Obd-Idx) " "
            WS-Obd-Ended-Stamp(WS-Obd-Idx) " "
            WS-Obd-Approver(WS-Obd-Idx)
      UPON CONSOLE.

*>------------------------------------------------
300-Onboard-Vendor.
*>------------------------------------------------
*> Vendor code, a census of the six files, one pass of
*> questions for whatever the vendor is still missing,
*> a confirm, then every row appended in one go and the
*> onboarding record saved.  Nothing is written until
*> the operator confirms.
*>------------------------------------------------
    MOVE "ONBOARD" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to onboard vendors"
          UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    DISPLAY "Vendor code to onboard (blank to cancel):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Vendor.
    ACCEPT WS-Onb-Vendor FROM CONSOLE END-ACCEPT.
    IF  WS-Onb-Vendor = SPACE
        GO TO 300-Onboard-Exit
    END-IF.

    MOVE WS-Onb-Vendor TO WS-Obd-Check-Vendor.
    PERFORM 120-Find-Onboard-Row.
    IF  WS-Obd-Found
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Onb-Vendor)
                " already has an onboarding record ("
                FUNCTION TRIM(WS-Obd-Status(WS-Obd-Hit))
                ") - nothing changed" UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    IF  WS-Obd-Count >= 40
        DISPLAY WS-Pgm-ID " vendor-onboarding.dat is full "
                "(40 records) - nothing changed" UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    PERFORM 310-Census-Config-Files.

    DISPLAY " " UPON CONSOLE.
    PERFORM 318-Display-Census
      VARYING WS-Onb-Cfg-Idx FROM 1 BY 1
        UNTIL WS-Onb-Cfg-Idx > 6.

*>  the filename pattern feeds both the vendor table
*>  and the expected-arrivals schedule - asked once.
    MOVE SPACE TO WS-Onb-Pattern.
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Vendor) NOT = "Y"
    OR  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Expect) NOT = "Y"
        DISPLAY "Filename pattern (exact name, or leading text "
                "ending in *):" UPON CONSOLE
        ACCEPT WS-Onb-Pattern FROM CONSOLE END-ACCEPT
    END-IF.

    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Vendor) NOT = "Y"
    AND WS-Onb-Pattern = SPACE
        DISPLAY WS-Pgm-ID " a filename pattern is required for "
                "the vendor table - cancelled" UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    PERFORM 320-Collect-Vendor-Row.
    PERFORM 330-Collect-Layout-Row
      THRU 330-Collect-Layout-Exit.
    PERFORM 340-Collect-Expect-Row
      THRU 340-Collect-Expect-Exit.
    PERFORM 350-Collect-Fetch-Row
      THRU 350-Collect-Fetch-Exit.
    PERFORM 360-Collect-Zone-Row.
    PERFORM 365-Collect-Tgt-Row.

    MOVE "Probation - arrivals to sign off before going live"
      TO WS-Onb-Prompt.
    MOVE 3   TO WS-Onb-Num-Default.
    MOVE 999 TO WS-Onb-Num-Max.
    PERFORM 380-Accept-Number.
    MOVE WS-Onb-Number TO WS-Onb-Probation.

*>  a wanted file with no room left is refused before
*>  anything is written - half an onboarding is worse
*>  than none.
    MOVE "N" TO WS-Onb-Full-Sw.
    PERFORM 319-Check-Cfg-Room
      VARYING WS-Onb-Cfg-Idx FROM 1 BY 1
        UNTIL WS-Onb-Cfg-Idx > 6.
    IF  WS-Onb-Cfg-Full
        DISPLAY WS-Pgm-ID " cancelled - nothing written" UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    MOVE WS-Onb-Probation TO WS-Onb-Count-Edit.
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Onboard " FUNCTION TRIM(WS-Onb-Vendor)
            " with a probation of " FUNCTION TRIM(WS-Onb-Count-Edit)
            " arrival(s), appending to:" UPON CONSOLE.
    PERFORM 317-Display-Wanted
      VARYING WS-Onb-Cfg-Idx FROM 1 BY 1
        UNTIL WS-Onb-Cfg-Idx > 6.
    DISPLAY "Proceed? Y/N:" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Confirm.
    ACCEPT WS-Onb-Confirm FROM CONSOLE END-ACCEPT.
    IF  WS-Onb-Confirm NOT = "Y" AND WS-Onb-Confirm NOT = "y"
        DISPLAY WS-Pgm-ID " cancelled - nothing written" UPON CONSOLE
        GO TO 300-Onboard-Exit
    END-IF.

    PERFORM 370-Append-Config-Rows.

    PERFORM 375-Add-Onboard-Record.

    PERFORM 130-Save-Onboard-Table.

    MOVE WS-Onb-Written TO WS-Onb-Count-Edit.
    MOVE SPACE TO WS-MSG.
    STRING "onboarded " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Onb-Vendor) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Onb-Count-Edit) DELIMITED BY SIZE
           " row(s), probation " DELIMITED BY SIZE
           WS-Onb-Probation DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

*>------------------------------------------------
300-Onboard-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Census-Config-Files.
*>------------------------------------------------
*> How full each file is and whether it already
*> carries this vendor - counted the way each file's
*> own reader counts it (non-blank key, first 20).
*>------------------------------------------------
    INITIALIZE WS-Onb-Cfg-Table.

    MOVE "N" TO WS-EOF-VND.
    OPEN INPUT Vendor-Table-File.
    IF  WS-StatusVND = "00"
        PERFORM 311-Census-Vendor-Row
          UNTIL Vendor-Table-EOF
        CLOSE Vendor-Table-File
    END-IF.

    MOVE "N" TO WS-EOF-LAY.
    OPEN INPUT Layout-Table-File.
    IF  WS-StatusLAY = "00"
        PERFORM 312-Census-Layout-Row
          UNTIL Layout-Table-EOF
        CLOSE Layout-Table-File
    END-IF.

    MOVE "N" TO WS-EOF-EXP.
    OPEN INPUT Expect-Table-File.
    IF  WS-StatusEXP = "00"
        PERFORM 313-Census-Expect-Row
          UNTIL Expect-Table-EOF
        CLOSE Expect-Table-File
    END-IF.

    MOVE "N" TO WS-EOF-FPR.
    OPEN INPUT Fetch-Profile-File.
    IF  WS-StatusFPR = "00"
        PERFORM 314-Census-Fetch-Row
          UNTIL Fetch-Profile-EOF
        CLOSE Fetch-Profile-File
    END-IF.

    MOVE "N" TO WS-EOF-LZN.
    OPEN INPUT Landing-Zone-File.
    IF  WS-StatusLZN = "00"
        PERFORM 315-Census-Zone-Row
          UNTIL Landing-Zone-EOF
        CLOSE Landing-Zone-File
    END-IF.

    MOVE "N" TO WS-EOF-TAT.
    OPEN INPUT Turnaround-Tgt-File.
    IF  WS-StatusTAT = "00"
        PERFORM 316-Census-Tgt-Row
          UNTIL Turnaround-Tgt-EOF
        CLOSE Turnaround-Tgt-File
    END-IF.

*>------------------------------------------------
311-Census-Vendor-Row.
*>------------------------------------------------
    READ Vendor-Table-File
        AT END
            MOVE "Y" TO WS-EOF-VND
        NOT AT END
            IF  VT-Pattern NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Vendor)
                IF  VT-Vendor-Code = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Vendor)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
312-Census-Layout-Row.
*>------------------------------------------------
    READ Layout-Table-File
        AT END
            MOVE "Y" TO WS-EOF-LAY
        NOT AT END
            IF  VL-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Layout)
                IF  VL-Vendor-Code = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Layout)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
313-Census-Expect-Row.
*>------------------------------------------------
    READ Expect-Table-File
        AT END
            MOVE "Y" TO WS-EOF-EXP
        NOT AT END
            IF  EA-Pattern NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Expect)
                IF  EA-Vendor = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Expect)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
314-Census-Fetch-Row.
*>------------------------------------------------
    READ Fetch-Profile-File
        AT END
            MOVE "Y" TO WS-EOF-FPR
        NOT AT END
            IF  FP-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Fetch)
                IF  FP-Vendor-Code = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Fetch)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
315-Census-Zone-Row.
*>------------------------------------------------
    READ Landing-Zone-File
        AT END
            MOVE "Y" TO WS-EOF-LZN
        NOT AT END
            IF  LZ-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Zone)
                IF  LZ-Vendor-Code = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Zone)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
316-Census-Tgt-Row.
*>------------------------------------------------
    READ Turnaround-Tgt-File
        AT END
            MOVE "Y" TO WS-EOF-TAT
        NOT AT END
            IF  TT-Vendor-Code NOT = SPACE
                ADD 1 TO WS-Onb-Cfg-Rows(WS-Onb-Cfg-Tgt)
                IF  TT-Vendor-Code = WS-Onb-Vendor
                    MOVE "Y" TO WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Tgt)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
317-Display-Wanted.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Idx) = "Y"
        DISPLAY "    " WS-Onb-Cfg-Name(WS-Onb-Cfg-Idx) UPON CONSOLE
    END-IF.

*>------------------------------------------------
318-Display-Census.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Idx) = "Y"
        DISPLAY WS-Onb-Cfg-Name(WS-Onb-Cfg-Idx)
                " already has " FUNCTION TRIM(WS-Onb-Vendor)
                " - left as it is" UPON CONSOLE
    ELSE
        MOVE WS-Onb-Cfg-Rows(WS-Onb-Cfg-Idx) TO WS-Onb-Count-Edit
        DISPLAY WS-Onb-Cfg-Name(WS-Onb-Cfg-Idx)
                FUNCTION TRIM(WS-Onb-Count-Edit)
                " of 20 rows used" UPON CONSOLE
    END-IF.

*>------------------------------------------------
319-Check-Cfg-Room.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Idx) = "Y"
    AND WS-Onb-Cfg-Rows(WS-Onb-Cfg-Idx) >= WS-Onb-Cfg-Max
        MOVE "Y" TO WS-Onb-Full-Sw
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Onb-Cfg-Name(WS-Onb-Cfg-Idx))
                " already holds the 20 rows its reader keeps"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
320-Collect-Vendor-Row.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Vendor) NOT = "Y"
        MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Vendor)
        MOVE WS-Onb-Pattern TO WS-Onb-VT-Pattern
        MOVE WS-Onb-Vendor  TO WS-Onb-VT-Vendor

        MOVE "Own ./files/done subfolder" TO WS-Onb-Prompt
        MOVE "N"  TO WS-Onb-Flag-Default
        MOVE "YN" TO WS-Onb-Flag-Allowed
        PERFORM 385-Accept-Flag
        MOVE WS-Onb-Flag TO WS-Onb-VT-Subdir

        MOVE "Intake priority class H/N/L" TO WS-Onb-Prompt
        MOVE "N"   TO WS-Onb-Flag-Default
        MOVE "HNL" TO WS-Onb-Flag-Allowed
        PERFORM 385-Accept-Flag
        MOVE WS-Onb-Flag TO WS-Onb-VT-Priority
    END-IF.

*>------------------------------------------------
330-Collect-Layout-Row.
*>------------------------------------------------
*> The layout profile is optional - a blank delimiter
*> means the vendor's content goes unvalidated, the
*> way every vendor flowed before profiles existed.
*> Splitting and file sequence numbering are left off;
*> PGM46 sets those when a vendor needs them.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Layout) = "Y"
        GO TO 330-Collect-Layout-Exit
    END-IF.

    DISPLAY "Layout delimiter character (blank for no layout "
            "profile):" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Flag.
    ACCEPT WS-Onb-Flag FROM CONSOLE END-ACCEPT.
    IF  WS-Onb-Flag = SPACE
        GO TO 330-Collect-Layout-Exit
    END-IF.

    INITIALIZE WS-Onb-Layout-Row.
    MOVE WS-Onb-Vendor TO WS-Onb-VL-Vendor.
    MOVE WS-Onb-Flag   TO WS-Onb-VL-Delimiter.

    MOVE "Column count 1-20" TO WS-Onb-Prompt.
    MOVE ZERO TO WS-Onb-Num-Default.
    MOVE 20   TO WS-Onb-Num-Max.
    PERFORM 380-Accept-Number.
    IF  WS-Onb-Number = ZERO
        DISPLAY WS-Pgm-ID " no column count - no layout profile "
                "written" UPON CONSOLE
        GO TO 330-Collect-Layout-Exit
    END-IF.
    MOVE WS-Onb-Number TO WS-Onb-VL-Col-Count.

    DISPLAY "Required mask, one Y/N per column:" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Mask-Text.
    ACCEPT WS-Onb-Mask-Text FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Onb-Mask-Text) TO WS-Onb-VL-Req-Mask.

    DISPLAY "Type mask, one N/D/X per column:" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Mask-Text.
    ACCEPT WS-Onb-Mask-Text FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Onb-Mask-Text) TO WS-Onb-VL-Type-Mask.

    MOVE "Header/trailer control records" TO WS-Onb-Prompt.
    MOVE "N"  TO WS-Onb-Flag-Default.
    MOVE "YN" TO WS-Onb-Flag-Allowed.
    PERFORM 385-Accept-Flag.
    MOVE WS-Onb-Flag TO WS-Onb-VL-Ctl-Sw.

    MOVE "Amount column (0 for none)" TO WS-Onb-Prompt.
    MOVE ZERO TO WS-Onb-Num-Default.
    MOVE WS-Onb-VL-Col-Count TO WS-Onb-Num-Max.
    PERFORM 380-Accept-Number.
    MOVE WS-Onb-Number TO WS-Onb-VL-Amt-Col.

    MOVE "Normalize to the canonical copy" TO WS-Onb-Prompt.
    MOVE "N"  TO WS-Onb-Flag-Default.
    MOVE "YN" TO WS-Onb-Flag-Allowed.
    PERFORM 385-Accept-Flag.
    MOVE WS-Onb-Flag TO WS-Onb-VL-Norm-Sw.

    MOVE "Date format U=MM/DD/YYYY E=DD/MM/YYYY Y=YYYYMMDD"
      TO WS-Onb-Prompt.
    MOVE "Y"   TO WS-Onb-Flag-Default.
    MOVE "UEY" TO WS-Onb-Flag-Allowed.
    PERFORM 385-Accept-Flag.
    MOVE WS-Onb-Flag TO WS-Onb-VL-Date-Fmt.

    MOVE "N" TO WS-Onb-VL-Consol-Sw.

    MOVE "Business reference column (0 for none)" TO WS-Onb-Prompt.
    MOVE ZERO TO WS-Onb-Num-Default.
    MOVE WS-Onb-VL-Col-Count TO WS-Onb-Num-Max.
    PERFORM 380-Accept-Number.
    MOVE WS-Onb-Number TO WS-Onb-VL-Ref-Col.

    DISPLAY "Masking, one F/P/T per column (blank for none):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Mask-Text.
    ACCEPT WS-Onb-Mask-Text FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Onb-Mask-Text)
      TO WS-Onb-VL-Mask-Codes.

    MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Layout).

*>------------------------------------------------
330-Collect-Layout-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
340-Collect-Expect-Row.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Expect) = "Y"
    OR  WS-Onb-Pattern = SPACE
        GO TO 340-Collect-Expect-Exit
    END-IF.

    MOVE "Expected D/W/M, or blank if not on a schedule"
      TO WS-Onb-Prompt.
    MOVE SPACE TO WS-Onb-Flag-Default.
    MOVE "DWM" TO WS-Onb-Flag-Allowed.
    PERFORM 385-Accept-Flag.
    IF  WS-Onb-Flag = SPACE
        GO TO 340-Collect-Expect-Exit
    END-IF.

    INITIALIZE WS-Onb-Expect-Row.
    MOVE WS-Onb-Pattern TO WS-Onb-EA-Pattern.
    MOVE WS-Onb-Vendor  TO WS-Onb-EA-Vendor.
    MOVE WS-Onb-Flag    TO WS-Onb-EA-Freq.

    PERFORM 390-Accept-Schedule-Day.
    MOVE WS-Onb-Number TO WS-Onb-EA-Day.

    DISPLAY "Cutoff time HHMM (blank for 1200):" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Answer.
    ACCEPT WS-Onb-Answer FROM CONSOLE END-ACCEPT.
    IF  WS-Onb-Answer(1 : 4) IS NUMERIC
    AND WS-Onb-Answer(1 : 2) <= "23"
    AND WS-Onb-Answer(3 : 2) <= "59"
        MOVE WS-Onb-Answer(1 : 4) TO WS-Onb-EA-Cutoff
    ELSE
        MOVE "1200" TO WS-Onb-EA-Cutoff
    END-IF.

    MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Expect).

*>------------------------------------------------
340-Collect-Expect-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
350-Collect-Fetch-Row.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Fetch) = "Y"
        GO TO 350-Collect-Fetch-Exit
    END-IF.

    DISPLAY "Fetch command (blank if the vendor pushes to us):"
      UPON CONSOLE.
    INITIALIZE WS-Onb-Fetch-Row.
    ACCEPT WS-Onb-FP-Command FROM CONSOLE END-ACCEPT.
    IF  WS-Onb-FP-Command = SPACE
        GO TO 350-Collect-Fetch-Exit
    END-IF.

    MOVE WS-Onb-Vendor TO WS-Onb-FP-Vendor.

    MOVE "Fetch D/W/M" TO WS-Onb-Prompt.
    MOVE "D"   TO WS-Onb-Flag-Default.
    MOVE "DWM" TO WS-Onb-Flag-Allowed.
    PERFORM 385-Accept-Flag.
    MOVE WS-Onb-Flag TO WS-Onb-FP-Freq.

    PERFORM 390-Accept-Schedule-Day.
    MOVE WS-Onb-Number TO WS-Onb-FP-Day.

    MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Fetch).

*>------------------------------------------------
350-Collect-Fetch-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
360-Collect-Zone-Row.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Zone) NOT = "Y"
        DISPLAY "Landing zone directory (blank for none):"
          UPON CONSOLE
        INITIALIZE WS-Onb-Zone-Row
        ACCEPT WS-Onb-LZ-Dir FROM CONSOLE END-ACCEPT
        IF  WS-Onb-LZ-Dir NOT = SPACE
            MOVE WS-Onb-Vendor TO WS-Onb-LZ-Vendor
            MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Zone)
        END-IF
    END-IF.

*>------------------------------------------------
365-Collect-Tgt-Row.
*>------------------------------------------------
    IF  WS-Onb-Cfg-Has-Sw(WS-Onb-Cfg-Tgt) NOT = "Y"
        MOVE "Turnaround target minutes (0 for none)"
          TO WS-Onb-Prompt
        MOVE ZERO  TO WS-Onb-Num-Default
        MOVE 99999 TO WS-Onb-Num-Max
        PERFORM 380-Accept-Number
        IF  WS-Onb-Number > ZERO
            MOVE WS-Onb-Vendor TO WS-Onb-TT-Vendor
            MOVE WS-Onb-Number TO WS-Onb-TT-Minutes
            MOVE "Y" TO WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Tgt)
        END-IF
    END-IF.

*>------------------------------------------------
370-Append-Config-Rows.
*>------------------------------------------------
*> Each wanted row goes on the end of its file - OPEN
*> EXTEND with the OUTPUT fallback for a file not yet
*> deployed, so no existing row is ever rewritten.
*>------------------------------------------------
    MOVE ZERO TO WS-Onb-Written.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Vendor) = "Y"
        OPEN EXTEND Vendor-Table-File
        IF  WS-StatusVND NOT = "00"
            OPEN OUTPUT Vendor-Table-File
        END-IF
        IF  WS-StatusVND = "00"
            WRITE Vendor-Table-Line FROM WS-Onb-Vendor-Row
            CLOSE Vendor-Table-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Vendor TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Layout) = "Y"
        OPEN EXTEND Layout-Table-File
        IF  WS-StatusLAY NOT = "00"
            OPEN OUTPUT Layout-Table-File
        END-IF
        IF  WS-StatusLAY = "00"
            WRITE Layout-Table-Line FROM WS-Onb-Layout-Row
            CLOSE Layout-Table-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Layout TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Expect) = "Y"
        OPEN EXTEND Expect-Table-File
        IF  WS-StatusEXP NOT = "00"
            OPEN OUTPUT Expect-Table-File
        END-IF
        IF  WS-StatusEXP = "00"
            WRITE Expect-Table-Line FROM WS-Onb-Expect-Row
            CLOSE Expect-Table-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Expect TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Fetch) = "Y"
        OPEN EXTEND Fetch-Profile-File
        IF  WS-StatusFPR NOT = "00"
            OPEN OUTPUT Fetch-Profile-File
        END-IF
        IF  WS-StatusFPR = "00"
            WRITE Fetch-Profile-Line FROM WS-Onb-Fetch-Row
            CLOSE Fetch-Profile-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Fetch TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Zone) = "Y"
        OPEN EXTEND Landing-Zone-File
        IF  WS-StatusLZN NOT = "00"
            OPEN OUTPUT Landing-Zone-File
        END-IF
        IF  WS-StatusLZN = "00"
            WRITE Landing-Zone-Line FROM WS-Onb-Zone-Row
            CLOSE Landing-Zone-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Zone TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

    IF  WS-Onb-Cfg-Want-Sw(WS-Onb-Cfg-Tgt) = "Y"
        OPEN EXTEND Turnaround-Tgt-File
        IF  WS-StatusTAT NOT = "00"
            OPEN OUTPUT Turnaround-Tgt-File
        END-IF
        IF  WS-StatusTAT = "00"
            WRITE Turnaround-Tgt-Line FROM WS-Onb-Tgt-Row
            CLOSE Turnaround-Tgt-File
            ADD 1 TO WS-Onb-Written
        ELSE
            MOVE WS-Onb-Cfg-Tgt TO WS-Onb-Cfg-Sub
            PERFORM 371-Report-Append-Failure
        END-IF
    END-IF.

*>------------------------------------------------
371-Report-Append-Failure.
*>------------------------------------------------
    DISPLAY WS-Pgm-ID " unable to append to "
            FUNCTION TRIM(WS-Onb-Cfg-Name(WS-Onb-Cfg-Sub))
            " - add that row by hand" UPON CONSOLE.

*>------------------------------------------------
375-Add-Onboard-Record.
*>------------------------------------------------
*> A probation of zero onboards the vendor straight to
*> ACTIVE - the record still says who set it up.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    ADD 1 TO WS-Obd-Count.
    SET WS-Obd-Idx TO WS-Obd-Count.
    MOVE WS-Onb-Vendor    TO WS-Obd-Vendor(WS-Obd-Idx).
    MOVE WS-Onb-Probation TO WS-Obd-Probation(WS-Obd-Idx).
    MOVE ZERO             TO WS-Obd-Signed(WS-Obd-Idx).
    MOVE WS-OS-User       TO WS-Obd-Setup-User(WS-Obd-Idx).
    MOVE WS-Stamp-Now     TO WS-Obd-Setup-Stamp(WS-Obd-Idx).
    MOVE SPACE            TO WS-Obd-Approver(WS-Obd-Idx).
    IF  WS-Onb-Probation = ZERO
        MOVE "ACTIVE"     TO WS-Obd-Status(WS-Obd-Idx)
        MOVE WS-Stamp-Now TO WS-Obd-Ended-Stamp(WS-Obd-Idx)
    ELSE
        MOVE "PROBATION"  TO WS-Obd-Status(WS-Obd-Idx)
        MOVE SPACE        TO WS-Obd-Ended-Stamp(WS-Obd-Idx)
    END-IF.

*>------------------------------------------------
380-Accept-Number.
*>------------------------------------------------
*> WS-Onb-Prompt, WS-Onb-Num-Default and WS-Onb-Num-Max
*> in, WS-Onb-Number out.
*>------------------------------------------------
    MOVE WS-Onb-Num-Default TO WS-Onb-Count-Edit.
    DISPLAY FUNCTION TRIM(WS-Onb-Prompt) " (blank for "
            FUNCTION TRIM(WS-Onb-Count-Edit) "):" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Answer.
    ACCEPT WS-Onb-Answer FROM CONSOLE END-ACCEPT.

    MOVE WS-Onb-Num-Default TO WS-Onb-Number.
    IF  WS-Onb-Answer NOT = SPACE
        IF  FUNCTION TEST-NUMVAL(WS-Onb-Answer) = ZERO
        AND FUNCTION NUMVAL(WS-Onb-Answer) >= ZERO
        AND FUNCTION NUMVAL(WS-Onb-Answer) <= WS-Onb-Num-Max
            MOVE FUNCTION NUMVAL(WS-Onb-Answer) TO WS-Onb-Number
        ELSE
            DISPLAY WS-Pgm-ID " not a number 0-" WS-Onb-Num-Max
                    " - default kept" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
385-Accept-Flag.
*>------------------------------------------------
*> WS-Onb-Prompt, WS-Onb-Flag-Default and the letters
*> WS-Onb-Flag-Allowed takes in, WS-Onb-Flag out.
*>------------------------------------------------
    DISPLAY FUNCTION TRIM(WS-Onb-Prompt) " (blank for ["
            WS-Onb-Flag-Default "]):" UPON CONSOLE.
    MOVE SPACE TO WS-Onb-Flag.
    ACCEPT WS-Onb-Flag FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Onb-Flag) TO WS-Onb-Flag.

    MOVE ZERO TO WS-Onb-Flag-Hits.
    IF  WS-Onb-Flag NOT = SPACE
        INSPECT WS-Onb-Flag-Allowed
            TALLYING WS-Onb-Flag-Hits FOR ALL WS-Onb-Flag
    END-IF.

    IF  WS-Onb-Flag-Hits = ZERO
        IF  WS-Onb-Flag NOT = SPACE
            DISPLAY WS-Pgm-ID " not one of "
                    FUNCTION TRIM(WS-Onb-Flag-Allowed)
                    " - default kept" UPON CONSOLE
        END-IF
        MOVE WS-Onb-Flag-Default TO WS-Onb-Flag
    END-IF.

*>------------------------------------------------
390-Accept-Schedule-Day.
*>------------------------------------------------
*> The day that goes with WS-Onb-Flag's frequency - a
*> weekday 0-6 (Sunday 0) for W, a day of month for M,
*> nothing for D.
*>------------------------------------------------
    MOVE ZERO TO WS-Onb-Number.
    EVALUATE WS-Onb-Flag
        WHEN "W"
            MOVE "Day of week 0-6, Sunday 0" TO WS-Onb-Prompt
            MOVE 1 TO WS-Onb-Num-Default
            MOVE 6 TO WS-Onb-Num-Max
            PERFORM 380-Accept-Number
        WHEN "M"
            MOVE "Day of month 1-31" TO WS-Onb-Prompt
            MOVE 1  TO WS-Onb-Num-Default
            MOVE 31 TO WS-Onb-Num-Max
            PERFORM 380-Accept-Number
            IF  WS-Onb-Number = ZERO
                MOVE 1 TO WS-Onb-Number
            END-IF
    END-EVALUATE.

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
400-Sign-Off-Vendor.
*>------------------------------------------------
*> Walk one company's intake index for the vendor's
*> PROBATION rows, oldest name first, and take a
*> verdict on each.  A vendor already ACTIVE can still
*> have rows held from before its probation ended
*> (arrivals that came in while the last sign-offs
*> were pending) - those are walked the same way, they
*> just no longer count toward anything.
*>------------------------------------------------
    MOVE "SIGNOFF" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to sign off probation arrivals"
          UPON CONSOLE
        GO TO 400-Sign-Off-Exit
    END-IF.

    DISPLAY "Vendor code to sign off:" UPON CONSOLE.
    MOVE SPACE TO WS-Sgn-Vendor.
    ACCEPT WS-Sgn-Vendor FROM CONSOLE END-ACCEPT.
    IF  WS-Sgn-Vendor = SPACE
        GO TO 400-Sign-Off-Exit
    END-IF.

    MOVE WS-Sgn-Vendor TO WS-Obd-Check-Vendor.
    PERFORM 120-Find-Onboard-Row.
    IF  NOT WS-Obd-Found
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Sgn-Vendor)
                " has no onboarding record" UPON CONSOLE
        GO TO 400-Sign-Off-Exit
    END-IF.

    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Sgn-Company.
    ACCEPT WS-Sgn-Company FROM CONSOLE END-ACCEPT.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Sgn-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Sgn-Company) DELIMITED BY SIZE
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

    OPEN I-O Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"
        DISPLAY WS-Pgm-ID " no intake index on file for that company"
          UPON CONSOLE
        GO TO 400-Sign-Off-Exit
    END-IF.

    MOVE ZERO TO WS-Sgn-Held-Count
                 WS-Sgn-Approved-Count
                 WS-Sgn-Refused-Count.
    MOVE "N" TO WS-Sgn-Stop-Sw.

    MOVE SPACE TO Intake-Index-Record.
    MOVE LOW-VALUES TO II-Filename.
    START Intake-Index-File
        KEY IS NOT LESS THAN II-Filename
        INVALID KEY
            MOVE "Y" TO WS-EOF-SGN
        NOT INVALID KEY
            MOVE "N" TO WS-EOF-SGN
    END-START.

    PERFORM 410-Sweep-One-Held-Row
      UNTIL Sign-Off-Sweep-EOF
         OR WS-Sgn-Stop.

    CLOSE Intake-Index-File.

    IF  WS-Sgn-Held-Count = ZERO
        DISPLAY WS-Pgm-ID " no arrivals held for "
                FUNCTION TRIM(WS-Sgn-Vendor)
                " under that company" UPON CONSOLE
        GO TO 400-Sign-Off-Exit
    END-IF.

    IF  WS-Sgn-Approved-Count = ZERO
    AND WS-Sgn-Refused-Count = ZERO
        GO TO 400-Sign-Off-Exit
    END-IF.

    PERFORM 130-Save-Onboard-Table.

    MOVE SPACE TO WS-MSG.
    STRING "signoff " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Sgn-Vendor) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Sgn-Company) DELIMITED BY SIZE
           " ok " DELIMITED BY SIZE
           WS-Sgn-Approved-Count DELIMITED BY SIZE
           " refused " DELIMITED BY SIZE
           WS-Sgn-Refused-Count DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.
    IF  WS-Obd-Status(WS-Obd-Hit) = "ACTIVE"
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Sgn-Vendor)
                " is ACTIVE - probation ended "
                WS-Obd-Ended-Stamp(WS-Obd-Hit) UPON CONSOLE
    ELSE
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Sgn-Vendor)
                " still on probation - "
                WS-Obd-Signed(WS-Obd-Hit) " of "
                WS-Obd-Probation(WS-Obd-Hit) " signed off"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
400-Sign-Off-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
410-Sweep-One-Held-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-SGN
        NOT AT END
            IF  II-Disposition = "PROBATION"
            AND II-Vendor-Code = WS-Sgn-Vendor
                PERFORM 420-Decide-Held-Row
            END-IF
    END-READ.

*>------------------------------------------------
420-Decide-Held-Row.
*>------------------------------------------------
*> A signs the arrival off - SIGNEDOFF, for PGM01's
*> 247-Publish-Signed-Off to release on its next run;
*> R refuses it - REFUSED, it goes no further; S leaves
*> it held; Q stops the walk.  Each approval while the
*> vendor is on probation counts toward its N, and the
*> approval that reaches N ends the probation with this
*> operator as the approver.
*>------------------------------------------------
    ADD 1 TO WS-Sgn-Held-Count.

    MOVE II-Detail-Count TO WS-Sgn-Count-Edit.
    MOVE II-Amount-Sum   TO WS-Sgn-Amount-Edit.
    DISPLAY " " UPON CONSOLE.
    DISPLAY FUNCTION TRIM(II-Filename) UPON CONSOLE.
    DISPLAY "    received " II-Received-Date " " II-Received-Time
            "  details " FUNCTION TRIM(WS-Sgn-Count-Edit)
            "  amount " FUNCTION TRIM(WS-Sgn-Amount-Edit)
      UPON CONSOLE.
    DISPLAY "A to sign off, R to refuse, S to skip, Q to stop:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Sgn-Answer.
    ACCEPT WS-Sgn-Answer FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Sgn-Answer) TO WS-Sgn-Answer.

    EVALUATE WS-Sgn-Answer
        WHEN "A"
            MOVE "SIGNEDOFF" TO II-Disposition
            REWRITE Intake-Index-Record
                INVALID KEY
                    DISPLAY WS-Pgm-ID " index update failed"
                      UPON CONSOLE
                NOT INVALID KEY
                    ADD 1 TO WS-Sgn-Approved-Count
                    PERFORM 425-Count-Toward-Probation
            END-REWRITE
        WHEN "R"
            MOVE "REFUSED" TO II-Disposition
            REWRITE Intake-Index-Record
                INVALID KEY
                    DISPLAY WS-Pgm-ID " index update failed"
                      UPON CONSOLE
                NOT INVALID KEY
                    ADD 1 TO WS-Sgn-Refused-Count
            END-REWRITE
        WHEN "Q"
            MOVE "Y" TO WS-Sgn-Stop-Sw
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
425-Count-Toward-Probation.
*>------------------------------------------------
    IF  WS-Obd-Status(WS-Obd-Hit) = "PROBATION"
        ADD 1 TO WS-Obd-Signed(WS-Obd-Hit)
        MOVE WS-OS-User TO WS-Obd-Approver(WS-Obd-Hit)
        IF  WS-Obd-Signed(WS-Obd-Hit)
              >= WS-Obd-Probation(WS-Obd-Hit)
            PERFORM 395-Stamp-Now
            MOVE "ACTIVE"     TO WS-Obd-Status(WS-Obd-Hit)
            MOVE WS-Stamp-Now TO WS-Obd-Ended-Stamp(WS-Obd-Hit)
        END-IF
    END-IF.

*>------------------------------------------------
900-Write-Run-Audit.
*>------------------------------------------------
*> One ./logs/run-audit.log row per onboarding or
*> sign-off session, same layout as PGM40's 280-Write-
*> Reversal-Audit, WS-MSG as the text.
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

END PROGRAM PGM51.
