*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM47.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Record repair workbench.
*> One bad row out of forty thousand sends the whole
*> file to ./rejects, and PGM28 can only requeue it
*> unchanged or waive it.  This screen lists the
*> unworked content rejects (BADREC, CTLCNT, CTLAMT),
*> opens one at the lines record-errors.log itemized
*> for it, and lets an operator correct a line's text
*> or suppress the record, each with a reason.  The
*> corrected copy goes back through ./files/incoming -
*> the next intake run claims it as a new version -
*> while the original stays in ./rejects renamed
*> <name>.pre-repair-<run>, every changed line is
*> logged BEFORE and AFTER on ./reports/record-
*> repair.log, and the reject is closed on PGM28's
*> workbench ledger as REPAIRED.  Gated by the
*> RECREPAIR token in ./reports/auth-table.cfg.  Same
*> standalone console mold as PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Reject-Ledger-Select.cpy".
COPY "./copybooks/Reject-Work-Select.cpy".
COPY "./copybooks/Record-Error-Select.cpy".
COPY "./copybooks/Intake-Data-Select.cpy".
COPY "./copybooks/Repair-Out-Select.cpy".
COPY "./copybooks/Repair-Log-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Reject-Ledger-FD.cpy".
COPY "./copybooks/Reject-Work-FD.cpy".
COPY "./copybooks/Record-Error-FD.cpy".
COPY "./copybooks/Intake-Data-FD.cpy".
COPY "./copybooks/Repair-Out-FD.cpy".
COPY "./copybooks/Repair-Log-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM47".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Reject-Ledger-WS.cpy".

COPY "./copybooks/Reject-Work-WS.cpy".

COPY "./copybooks/Record-Error-WS.cpy".

COPY "./copybooks/Intake-Data-WS.cpy".

COPY "./copybooks/Repair-Out-WS.cpy".

COPY "./copybooks/Repair-Log-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Bench-Done            VALUE "Y".
01  WS-Repair-Done-Sw            PIC X(01) VALUE "N".
    88  WS-Repair-Done           VALUE "Y".

01  WS-EOF-RJL2                  PIC X(01) VALUE "N".
    88  Bench-Ledger-EOF         VALUE "Y".
01  WS-EOF-REC                   PIC X(01) VALUE "N".
    88  Record-Error-EOF         VALUE "Y".

*> on-screen list of unworked content rejects - row
*> number maps back to the ledger triple, same shape
*> as PGM28's.
01  WS-Bench-Table.
    05  WS-Bench-Count           PIC 9(03) VALUE ZERO.
    05  WS-Bench-Entry OCCURS 100 TIMES
                         INDEXED BY WS-Bch-Idx.
        10  WS-Bench-Date        PIC X(08).
        10  WS-Bench-Time        PIC X(06).
        10  WS-Bench-Reason      PIC X(06).
        10  WS-Bench-Filename    PIC X(80).

*> the lines of the picked file under repair - those
*> record-errors.log itemized, plus any the operator
*> opened by number - each with the change pending on
*> it: C correct (new text), S suppress, blank none.
01  WS-Rpr-Table.
    05  WS-Rpr-Count             PIC 9(02) VALUE ZERO.
    05  WS-Rpr-Entry OCCURS 60 TIMES
                       INDEXED BY WS-Rpr-Idx.
        10  WS-Rpr-Line          PIC 9(07).
        10  WS-Rpr-Col           PIC 9(02).
        10  WS-Rpr-Why           PIC X(06).
        10  WS-Rpr-Text          PIC X(512).
        10  WS-Rpr-Action        PIC X(01).
        10  WS-Rpr-New-Text      PIC X(512).
        10  WS-Rpr-Reason        PIC X(40).
01  WS-Rpr-Max                   PIC 9(02) VALUE 60.

01  WS-Bench-Company             PIC X(10) VALUE SPACE.
01  WS-Menu-Choice               PIC X(08) VALUE SPACE.
01  WS-Pick-Num                  PIC 9(03) VALUE ZERO.
01  WS-Row-Num                   PIC 9(03) VALUE ZERO.
01  WS-Action                    PIC X(01) VALUE SPACE.
01  WS-Confirm                   PIC X(01) VALUE SPACE.
01  WS-Bench-Reject-Path         PIC X(80) VALUE SPACE.
01  WS-Bench-Incoming-Path       PIC X(80) VALUE SPACE.
01  WS-Bench-Original-Path       PIC X(80) VALUE SPACE.

01  WS-Rpr-Run-ID                PIC X(15) VALUE SPACE.
01  WS-Rpr-Open-Line             PIC 9(07) VALUE ZERO.
01  WS-Rpr-Line-Num              PIC 9(07) VALUE ZERO.
01  WS-Rpr-File-Rows             PIC 9(07) VALUE ZERO.
01  WS-Rpr-Out-Rows              PIC 9(07) VALUE ZERO.
01  WS-Rpr-Corrected-Count       PIC 9(02) VALUE ZERO.
01  WS-Rpr-Suppressed-Count      PIC 9(02) VALUE ZERO.
01  WS-Rpr-Edit-Text             PIC X(512) VALUE SPACE.
01  WS-Rpr-Blank-Test            PIC X(512) VALUE SPACE.
01  WS-Rpr-Edit-Reason           PIC X(40) VALUE SPACE.
01  WS-Rpr-Line-Edit             PIC Z(06)9 VALUE ZERO.
01  WS-Rpr-Count-Edit            PIC Z9 VALUE ZERO.
01  WS-Rpr-Count-Edit2           PIC Z9 VALUE ZERO.
01  WS-Rpr-Mark                  PIC X(10) VALUE SPACE.

01  WS-Rpr-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Rpr-Found             VALUE "Y".
01  WS-Rpr-Write-OK-Sw           PIC X(01) VALUE "N".
    88  WS-Rpr-Write-OK          VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE "RECREPAIR" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to repair rejected records"
          UPON CONSOLE
        GOBACK
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Bench-Company.
    ACCEPT WS-Bench-Company FROM CONSOLE END-ACCEPT.

    PERFORM 100-Build-Company-Paths.

    PERFORM 200-Bench-Loop
      UNTIL WS-Bench-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM28, and the operator identity the
*> auth table is checked for.
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
100-Build-Company-Paths.
*>------------------------------------------------
*> Re-root for the requested company the same way
*> PGM28's 100-Build-Company-Paths does - the same
*> ledgers PGM28 reads, plus the record-error report
*> the repair starts from and the repair log it adds
*> to.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Bench-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Bench-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Reject-Ledger-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "rejects-ledger.log" DELIMITED BY SIZE
      INTO WS-Reject-Ledger-Path
    END-STRING.

    MOVE SPACE TO WS-Reject-Work-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "reject-workbench.log" DELIMITED BY SIZE
      INTO WS-Reject-Work-Path
    END-STRING.

    MOVE SPACE TO WS-Record-Error-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "record-errors.log" DELIMITED BY SIZE
      INTO WS-Record-Error-Path
    END-STRING.

    MOVE SPACE TO WS-Repair-Log-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "record-repair.log" DELIMITED BY SIZE
      INTO WS-Repair-Log-Path
    END-STRING.

*>------------------------------------------------
200-Bench-Loop.
*>------------------------------------------------
*> One screen per pass: reload the unworked content
*> rejects, show them, take one to repair.
*>------------------------------------------------
    PERFORM 110-Load-Worked-Table.

    PERFORM 120-Load-Unworked-Rejects.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "=== RECORD REPAIR - UNWORKED CONTENT REJECTS ==="
      UPON CONSOLE.
    IF  WS-Bench-Count = ZERO
        DISPLAY "(no content rejects waiting)" UPON CONSOLE
    ELSE
        PERFORM 130-Display-One-Reject
          VARYING WS-Bch-Idx FROM 1 BY 1
            UNTIL WS-Bch-Idx > WS-Bench-Count
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number to repair it, or Q to quit:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.

    EVALUATE TRUE
        WHEN WS-Menu-Choice = "Q" OR WS-Menu-Choice = "q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            MOVE ZERO TO WS-Pick-Num
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Pick-Num
            IF  WS-Pick-Num >= 1
            AND WS-Pick-Num <= WS-Bench-Count
                PERFORM 300-Repair-One-File
                  THRU 300-Repair-Exit
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
110-Load-Worked-Table.
*>------------------------------------------------
    MOVE ZERO TO WS-Rjw-Count.

    MOVE "N" TO WS-EOF-RJW.
    OPEN INPUT Reject-Work-File.
    IF  WS-StatusRJW = "00"
        PERFORM 111-Load-One-Worked-Row
          UNTIL Reject-Work-EOF
        CLOSE Reject-Work-File
    END-IF.

*>------------------------------------------------
111-Load-One-Worked-Row.
*>------------------------------------------------
    READ Reject-Work-File
        AT END
            MOVE "Y" TO WS-EOF-RJW
        NOT AT END
            IF  RW-Filename NOT = SPACE
            AND WS-Rjw-Count < 200
                ADD 1 TO WS-Rjw-Count
                SET WS-Rjw-Idx TO WS-Rjw-Count
                MOVE RW-Date     TO WS-Rjw-Date(WS-Rjw-Idx)
                MOVE RW-Time     TO WS-Rjw-Time(WS-Rjw-Idx)
                MOVE RW-Filename TO WS-Rjw-Filename(WS-Rjw-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
112-Check-Row-Worked.
*>------------------------------------------------
    MOVE "N" TO WS-Rjw-Found-Sw.

    IF  WS-Rjw-Count > ZERO
        PERFORM 113-Match-One-Worked-Row
          VARYING WS-Rjw-Idx FROM 1 BY 1
            UNTIL WS-Rjw-Worked
               OR WS-Rjw-Idx > WS-Rjw-Count
    END-IF.

*>------------------------------------------------
113-Match-One-Worked-Row.
*>------------------------------------------------
    IF  WS-Rjw-Date(WS-Rjw-Idx)     = WS-Reject-Date
    AND WS-Rjw-Time(WS-Rjw-Idx)     = WS-Reject-Time
    AND WS-Rjw-Filename(WS-Rjw-Idx) = WS-Reject-Filename
        MOVE "Y" TO WS-Rjw-Found-Sw
    END-IF.

*>------------------------------------------------
120-Load-Unworked-Rejects.
*>------------------------------------------------
*> Same front-to-back ledger read as PGM28's, kept to
*> the reasons a record repair can answer - a file
*> that failed on size, name or decryption has no
*> rows worth editing.
*>------------------------------------------------
    MOVE ZERO TO WS-Bench-Count.

    MOVE "N" TO WS-EOF-RJL2.
    OPEN INPUT Reject-Ledger-File.
    IF  WS-StatusRJL = "00"
        PERFORM 121-Load-One-Reject-Row
          UNTIL Bench-Ledger-EOF
        CLOSE Reject-Ledger-File
    END-IF.

*>------------------------------------------------
121-Load-One-Reject-Row.
*>------------------------------------------------
    READ Reject-Ledger-File
        AT END
            MOVE "Y" TO WS-EOF-RJL2
        NOT AT END
            MOVE Reject-Ledger-Line TO WS-Reject-Ledger-Row
            IF  WS-Reject-Filename NOT = SPACE
            AND (WS-Reject-Reason = "BADREC"
              OR WS-Reject-Reason = "CTLCNT"
              OR WS-Reject-Reason = "CTLAMT")
                PERFORM 112-Check-Row-Worked
                IF  NOT WS-Rjw-Worked
                AND WS-Bench-Count < 100
                    ADD 1 TO WS-Bench-Count
                    SET WS-Bch-Idx TO WS-Bench-Count
                    MOVE WS-Reject-Date
                      TO WS-Bench-Date(WS-Bch-Idx)
                    MOVE WS-Reject-Time
                      TO WS-Bench-Time(WS-Bch-Idx)
                    MOVE WS-Reject-Reason
                      TO WS-Bench-Reason(WS-Bch-Idx)
                    MOVE WS-Reject-Filename
                      TO WS-Bench-Filename(WS-Bch-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
130-Display-One-Reject.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Bch-Idx.

    DISPLAY WS-Row-Num " "
            WS-Bench-Date(WS-Bch-Idx) " "
            WS-Bench-Reason(WS-Bch-Idx) " "
            FUNCTION TRIM(WS-Bench-Filename(WS-Bch-Idx))
      UPON CONSOLE.

*>------------------------------------------------
300-Repair-One-File.
*>------------------------------------------------
*> Gather the picked file's itemized lines, pull
*> their text out of the file in ./rejects, and work
*> them until the operator writes the corrected copy
*> or walks away.  Nothing on disk changes before W.
*>------------------------------------------------
    SET WS-Bch-Idx TO WS-Pick-Num.

    MOVE SPACE TO WS-Bench-Reject-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-rejects))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Bench-Filename(WS-Bch-Idx))
             DELIMITED BY SIZE
      INTO WS-Bench-Reject-Path
    END-STRING.

    CALL "CBL_CHECK_FILE_EXIST"
        USING WS-Bench-Reject-Path
              File-Info
    END-CALL.

    IF  Return-Code NOT = ZERO
        DISPLAY WS-Pgm-ID " file no longer in ./rejects - "
                "waive it from PGM28 instead" UPON CONSOLE
        GO TO 300-Repair-Exit
    END-IF.

    MOVE ZERO TO WS-Rpr-Count.
    PERFORM 310-Load-Error-Lines.
    PERFORM 320-Load-Line-Text.

    MOVE "N" TO WS-Repair-Done-Sw.
    PERFORM 330-Repair-Loop
      UNTIL WS-Repair-Done.

*>------------------------------------------------
300-Repair-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Load-Error-Lines.
*>------------------------------------------------
*> record-errors.log rows for this file from the run
*> that rejected it - same day, no later than the
*> ledger row - one entry per line number.  A trailer
*> imbalance names the trailer line, so CTLCNT and
*> CTLAMT rejects open there.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-REC.
    OPEN INPUT Record-Error-File.
    IF  WS-StatusREC = "00"
        PERFORM 311-Load-One-Error-Row
          UNTIL Record-Error-EOF
        CLOSE Record-Error-File
    END-IF.

*>------------------------------------------------
311-Load-One-Error-Row.
*>------------------------------------------------
    READ Record-Error-File
        AT END
            MOVE "Y" TO WS-EOF-REC
        NOT AT END
            MOVE Record-Error-Line TO WS-Record-Error-Row
            IF  WS-Rec-Err-Filename = WS-Bench-Filename(WS-Bch-Idx)
            AND WS-Rec-Err-Date     = WS-Bench-Date(WS-Bch-Idx)
            AND WS-Rec-Err-Time    <= WS-Bench-Time(WS-Bch-Idx)
            AND WS-Rec-Err-Line     > ZERO
                MOVE WS-Rec-Err-Line TO WS-Rpr-Open-Line
                PERFORM 312-Find-Repair-Line
                IF  NOT WS-Rpr-Found
                AND WS-Rpr-Count < WS-Rpr-Max
                    ADD 1 TO WS-Rpr-Count
                    SET WS-Rpr-Idx TO WS-Rpr-Count
                    MOVE SPACE TO WS-Rpr-Entry(WS-Rpr-Idx)
                    MOVE WS-Rec-Err-Line TO WS-Rpr-Line(WS-Rpr-Idx)
                    MOVE WS-Rec-Err-Col  TO WS-Rpr-Col(WS-Rpr-Idx)
                    MOVE WS-Rec-Err-Why  TO WS-Rpr-Why(WS-Rpr-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
312-Find-Repair-Line.
*>------------------------------------------------
*> WS-Rpr-Found / WS-Rpr-Idx for line WS-Rpr-Open-Line.
*>------------------------------------------------
    MOVE "N" TO WS-Rpr-Found-Sw.
    IF  WS-Rpr-Count > ZERO
        PERFORM 313-Match-One-Repair-Line
          VARYING WS-Rpr-Idx FROM 1 BY 1
            UNTIL WS-Rpr-Found
               OR WS-Rpr-Idx > WS-Rpr-Count
    END-IF.
    IF  WS-Rpr-Found
        SET WS-Rpr-Idx DOWN BY 1
    END-IF.

*>------------------------------------------------
313-Match-One-Repair-Line.
*>------------------------------------------------
    IF  WS-Rpr-Line(WS-Rpr-Idx) = WS-Rpr-Open-Line
        MOVE "Y" TO WS-Rpr-Found-Sw
    END-IF.

*>------------------------------------------------
320-Load-Line-Text.
*>------------------------------------------------
*> One pass over the rejected file, numbering rows the
*> way PGM01's 21251-Check-One-Content-Row does - a
*> blank line (CR aside) is not a row - and keeping
*> the text of each listed row on the table.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpr-File-Rows.
    MOVE WS-Bench-Reject-Path TO WS-Intake-Data-Path.

    MOVE "N" TO WS-EOF-IDT.
    OPEN INPUT Intake-Data-File.
    IF  WS-StatusIDT = "00"
        PERFORM 321-Load-One-Line-Text
          UNTIL Intake-Data-EOF
        CLOSE Intake-Data-File
    END-IF.

*>------------------------------------------------
321-Load-One-Line-Text.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            MOVE Intake-Data-Line TO WS-Rpr-Blank-Test
            INSPECT WS-Rpr-Blank-Test
                REPLACING ALL X"0D" BY SPACE
            IF  WS-Rpr-Blank-Test NOT = SPACE
                ADD 1 TO WS-Rpr-File-Rows
                MOVE WS-Rpr-File-Rows TO WS-Rpr-Open-Line
                PERFORM 312-Find-Repair-Line
                IF  WS-Rpr-Found
                    MOVE Intake-Data-Line TO WS-Rpr-Text(WS-Rpr-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
330-Repair-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "=== " FUNCTION TRIM(WS-Bench-Filename(WS-Bch-Idx))
            " - " WS-Bench-Reason(WS-Bch-Idx) " ===" UPON CONSOLE.
    IF  WS-Rpr-Count = ZERO
        DISPLAY "(record-errors.log itemizes no lines for this "
                "file - open one by number)" UPON CONSOLE
    ELSE
        PERFORM 331-Display-One-Line
          VARYING WS-Rpr-Idx FROM 1 BY 1
            UNTIL WS-Rpr-Idx > WS-Rpr-Count
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a row number to work it, O to open another line, "
            "W to write the corrected copy," UPON CONSOLE.
    DISPLAY "or Q to leave this file without writing:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.

    EVALUATE TRUE
        WHEN WS-Menu-Choice = "Q" OR WS-Menu-Choice = "q"
            MOVE "Y" TO WS-Repair-Done-Sw
        WHEN WS-Menu-Choice = "O" OR WS-Menu-Choice = "o"
            PERFORM 350-Open-Line-By-Number
        WHEN WS-Menu-Choice = "W" OR WS-Menu-Choice = "w"
            PERFORM 400-Write-Corrected-Copy
              THRU 400-Write-Exit
        WHEN OTHER
            MOVE ZERO TO WS-Pick-Num
            MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Pick-Num
            IF  WS-Pick-Num >= 1
            AND WS-Pick-Num <= WS-Rpr-Count
                SET WS-Rpr-Idx TO WS-Pick-Num
                PERFORM 340-Work-One-Line
            ELSE
                DISPLAY WS-Pgm-ID " invalid row number" UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
331-Display-One-Line.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Rpr-Idx.
    MOVE WS-Rpr-Line(WS-Rpr-Idx) TO WS-Rpr-Line-Edit.

    EVALUATE WS-Rpr-Action(WS-Rpr-Idx)
        WHEN "C"
            MOVE "CORRECTED" TO WS-Rpr-Mark
        WHEN "S"
            MOVE "SUPPRESSED" TO WS-Rpr-Mark
        WHEN OTHER
            MOVE SPACE TO WS-Rpr-Mark
    END-EVALUATE.

    DISPLAY WS-Row-Num " line " WS-Rpr-Line-Edit " "
            WS-Rpr-Why(WS-Rpr-Idx) " col " WS-Rpr-Col(WS-Rpr-Idx)
            " " WS-Rpr-Mark UPON CONSOLE.
    DISPLAY "    was: " FUNCTION TRIM(WS-Rpr-Text(WS-Rpr-Idx) TRAILING)
      UPON CONSOLE.
    IF  WS-Rpr-Action(WS-Rpr-Idx) = "C"
        DISPLAY "    now: "
                FUNCTION TRIM(WS-Rpr-New-Text(WS-Rpr-Idx) TRAILING)
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
340-Work-One-Line.
*>------------------------------------------------
*> One change per line: C replaces the whole line with
*> what the operator types, S drops the record from
*> the corrected copy, U takes back a change made
*> earlier in this session.  A change with no reason
*> is not taken.
*>------------------------------------------------
    MOVE WS-Rpr-Line(WS-Rpr-Idx) TO WS-Rpr-Line-Edit.
    DISPLAY "Line " FUNCTION TRIM(WS-Rpr-Line-Edit) ":" UPON CONSOLE.
    DISPLAY FUNCTION TRIM(WS-Rpr-Text(WS-Rpr-Idx) TRAILING)
      UPON CONSOLE.
    DISPLAY "Action - C correct the line, S suppress the record, "
            "U undo a change:" UPON CONSOLE.
    MOVE SPACE TO WS-Action.
    ACCEPT WS-Action FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Action) TO WS-Action.

    EVALUATE WS-Action
        WHEN "C"
            DISPLAY "Corrected line (blank to leave it as it is):"
              UPON CONSOLE
            MOVE SPACE TO WS-Rpr-Edit-Text
            ACCEPT WS-Rpr-Edit-Text FROM CONSOLE END-ACCEPT
            IF  WS-Rpr-Edit-Text = SPACE
            OR  WS-Rpr-Edit-Text = WS-Rpr-Text(WS-Rpr-Idx)
                DISPLAY WS-Pgm-ID " no change" UPON CONSOLE
            ELSE
                PERFORM 345-Accept-Change-Reason
                IF  WS-Rpr-Edit-Reason NOT = SPACE
                    MOVE "C" TO WS-Rpr-Action(WS-Rpr-Idx)
                    MOVE WS-Rpr-Edit-Text
                      TO WS-Rpr-New-Text(WS-Rpr-Idx)
                    MOVE WS-Rpr-Edit-Reason
                      TO WS-Rpr-Reason(WS-Rpr-Idx)
                END-IF
            END-IF
        WHEN "S"
            PERFORM 345-Accept-Change-Reason
            IF  WS-Rpr-Edit-Reason NOT = SPACE
                MOVE "S"   TO WS-Rpr-Action(WS-Rpr-Idx)
                MOVE SPACE TO WS-Rpr-New-Text(WS-Rpr-Idx)
                MOVE WS-Rpr-Edit-Reason TO WS-Rpr-Reason(WS-Rpr-Idx)
*>              a dropped detail changes what the trailer
*>              must say - the operator fixes that line too.
                DISPLAY WS-Pgm-ID " record suppressed - if this "
                        "vendor sends a trailer, correct its count"
                  UPON CONSOLE
            END-IF
        WHEN "U"
            MOVE SPACE TO WS-Rpr-Action(WS-Rpr-Idx)
                          WS-Rpr-New-Text(WS-Rpr-Idx)
                          WS-Rpr-Reason(WS-Rpr-Idx)
        WHEN OTHER
            DISPLAY WS-Pgm-ID " unknown action - nothing changed"
              UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
345-Accept-Change-Reason.
*>------------------------------------------------
    DISPLAY "Reason (for the record):" UPON CONSOLE.
    MOVE SPACE TO WS-Rpr-Edit-Reason.
    ACCEPT WS-Rpr-Edit-Reason FROM CONSOLE END-ACCEPT.
    IF  WS-Rpr-Edit-Reason = SPACE
        DISPLAY WS-Pgm-ID " no reason given - change not taken"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
350-Open-Line-By-Number.
*>------------------------------------------------
*> A line record-errors.log did not itemize (past its
*> per-file cap, or a trailer whose count now has to
*> change) joins the table by number.
*>------------------------------------------------
    MOVE WS-Rpr-File-Rows TO WS-Rpr-Line-Edit.
    DISPLAY "Line number to open (1-" FUNCTION TRIM(WS-Rpr-Line-Edit)
            "):" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE ZERO TO WS-Rpr-Open-Line.
    IF  FUNCTION TEST-NUMVAL(WS-Menu-Choice) = ZERO
        MOVE FUNCTION NUMVAL(WS-Menu-Choice) TO WS-Rpr-Open-Line
    END-IF.

    EVALUATE TRUE
        WHEN WS-Rpr-Open-Line < 1
        OR   WS-Rpr-Open-Line > WS-Rpr-File-Rows
            DISPLAY WS-Pgm-ID " no such line" UPON CONSOLE
        WHEN WS-Rpr-Count >= WS-Rpr-Max
            DISPLAY WS-Pgm-ID " repair table full - write or leave "
                    "this file first" UPON CONSOLE
        WHEN OTHER
            PERFORM 312-Find-Repair-Line
            IF  WS-Rpr-Found
                DISPLAY WS-Pgm-ID " line already on the list"
                  UPON CONSOLE
            ELSE
                ADD 1 TO WS-Rpr-Count
                SET WS-Rpr-Idx TO WS-Rpr-Count
                MOVE SPACE TO WS-Rpr-Entry(WS-Rpr-Idx)
                MOVE WS-Rpr-Open-Line TO WS-Rpr-Line(WS-Rpr-Idx)
                MOVE ZERO     TO WS-Rpr-Col(WS-Rpr-Idx)
                MOVE "OPENED" TO WS-Rpr-Why(WS-Rpr-Idx)
                PERFORM 320-Load-Line-Text
                SET WS-Rpr-Idx TO WS-Rpr-Count
                PERFORM 340-Work-One-Line
            END-IF
    END-EVALUATE.

*>------------------------------------------------
400-Write-Corrected-Copy.
*>------------------------------------------------
*> The corrected copy is written whole beside the
*> original in ./rejects, the original is renamed out
*> of the way (<name>.pre-repair-<run>, so a second
*> reject of the new version cannot land on it), and
*> the copy is moved into ./files/incoming under the
*> file's own name - intake's versioned index key
*> gives it a row of its own.  Only then are the
*> changes logged and the reject closed.
*>------------------------------------------------
    MOVE ZERO TO WS-Rpr-Corrected-Count
                 WS-Rpr-Suppressed-Count.
    PERFORM 401-Count-One-Change
      VARYING WS-Rpr-Idx FROM 1 BY 1
        UNTIL WS-Rpr-Idx > WS-Rpr-Count.

    IF  WS-Rpr-Corrected-Count + WS-Rpr-Suppressed-Count = ZERO
        DISPLAY WS-Pgm-ID " no lines changed - nothing to write"
          UPON CONSOLE
        GO TO 400-Write-Exit
    END-IF.

    MOVE WS-Rpr-Corrected-Count  TO WS-Rpr-Count-Edit.
    MOVE WS-Rpr-Suppressed-Count TO WS-Rpr-Count-Edit2.
    DISPLAY "Write corrected copy - " FUNCTION TRIM(WS-Rpr-Count-Edit)
            " line(s) corrected, " FUNCTION TRIM(WS-Rpr-Count-Edit2)
            " suppressed - and requeue it? Y/N:" UPON CONSOLE.
    MOVE SPACE TO WS-Confirm.
    ACCEPT WS-Confirm FROM CONSOLE END-ACCEPT.
    IF  WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
        DISPLAY WS-Pgm-ID " not written - changes still pending"
          UPON CONSOLE
        GO TO 400-Write-Exit
    END-IF.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Rpr-Run-ID.
    STRING CDT-Date    DELIMITED BY SIZE
           "-"         DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Rpr-Run-ID
    END-STRING.

    MOVE SPACE TO WS-Repair-Out-Path.
    STRING FUNCTION TRIM(WS-Bench-Reject-Path) DELIMITED BY SIZE
           ".repair-tmp" DELIMITED BY SIZE
      INTO WS-Repair-Out-Path
    END-STRING.

    MOVE SPACE TO WS-Bench-Original-Path.
    STRING FUNCTION TRIM(WS-Bench-Reject-Path) DELIMITED BY SIZE
           ".pre-repair-" DELIMITED BY SIZE
           WS-Rpr-Run-ID DELIMITED BY SIZE
      INTO WS-Bench-Original-Path
    END-STRING.

    MOVE SPACE TO WS-Bench-Incoming-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-incoming))
             DELIMITED BY SIZE
           FUNCTION TRIM(WS-Bench-Filename(WS-Bch-Idx))
             DELIMITED BY SIZE
      INTO WS-Bench-Incoming-Path
    END-STRING.

    PERFORM 410-Copy-With-Changes.
    IF  NOT WS-Rpr-Write-OK
        CALL "CBL_DELETE_FILE"
          USING WS-Repair-Out-Path
        END-CALL
        DISPLAY WS-Pgm-ID " corrected copy could not be written - "
                "nothing changed" UPON CONSOLE
        GO TO 400-Write-Exit
    END-IF.

    CALL "CBL_RENAME_FILE"
      USING WS-Bench-Reject-Path
            WS-Bench-Original-Path
    END-CALL.
    IF  Return-Code NOT = ZERO
        CALL "CBL_DELETE_FILE"
          USING WS-Repair-Out-Path
        END-CALL
        DISPLAY WS-Pgm-ID " original could not be set aside - "
                "nothing changed" UPON CONSOLE
        GO TO 400-Write-Exit
    END-IF.

    CALL "CBL_RENAME_FILE"
      USING WS-Repair-Out-Path
            WS-Bench-Incoming-Path
    END-CALL.
    IF  Return-Code NOT = ZERO
*>      put the original back where PGM28 expects it.
        CALL "CBL_RENAME_FILE"
          USING WS-Bench-Original-Path
                WS-Bench-Reject-Path
        END-CALL
        CALL "CBL_DELETE_FILE"
          USING WS-Repair-Out-Path
        END-CALL
        DISPLAY WS-Pgm-ID " corrected copy could not be moved into "
                "./files/incoming - nothing changed" UPON CONSOLE
        GO TO 400-Write-Exit
    END-IF.

    PERFORM 420-Log-One-Change
      VARYING WS-Rpr-Idx FROM 1 BY 1
        UNTIL WS-Rpr-Idx > WS-Rpr-Count.

    PERFORM 430-Record-Verdict.

    MOVE WS-Rpr-Out-Rows TO WS-Rpr-Line-Edit.
    DISPLAY WS-Pgm-ID " corrected copy (" FUNCTION TRIM(WS-Rpr-Line-Edit)
            " line(s)) queued in ./files/incoming - the next intake "
            "run carries it through" UPON CONSOLE.
    DISPLAY WS-Pgm-ID " original kept as "
            FUNCTION TRIM(WS-Bench-Original-Path) UPON CONSOLE.
    MOVE "Y" TO WS-Repair-Done-Sw.

*>------------------------------------------------
400-Write-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
401-Count-One-Change.
*>------------------------------------------------
    EVALUATE WS-Rpr-Action(WS-Rpr-Idx)
        WHEN "C"
            ADD 1 TO WS-Rpr-Corrected-Count
        WHEN "S"
            ADD 1 TO WS-Rpr-Suppressed-Count
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*>------------------------------------------------
410-Copy-With-Changes.
*>------------------------------------------------
*> Every line of the original, in order, through to
*> the copy - a corrected row as corrected, a
*> suppressed one not at all, blank lines as they
*> were (numbered as 320-Load-Line-Text numbers them).
*>------------------------------------------------
    MOVE "N"  TO WS-Rpr-Write-OK-Sw.
    MOVE ZERO TO WS-Rpr-Line-Num
                 WS-Rpr-Out-Rows.
    MOVE WS-Bench-Reject-Path TO WS-Intake-Data-Path.

    MOVE "N" TO WS-EOF-IDT.
    OPEN INPUT Intake-Data-File.
    IF  WS-StatusIDT = "00"
        OPEN OUTPUT Repair-Out-File
        IF  WS-StatusRPO = "00"
            MOVE "Y" TO WS-Rpr-Write-OK-Sw
            PERFORM 411-Copy-One-Line
              UNTIL Intake-Data-EOF
                 OR NOT WS-Rpr-Write-OK
            CLOSE Repair-Out-File
        END-IF
        CLOSE Intake-Data-File
    END-IF.

*>------------------------------------------------
411-Copy-One-Line.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            MOVE Intake-Data-Line TO WS-Rpr-Blank-Test
            INSPECT WS-Rpr-Blank-Test
                REPLACING ALL X"0D" BY SPACE
            MOVE "N" TO WS-Rpr-Found-Sw
            IF  WS-Rpr-Blank-Test NOT = SPACE
                ADD 1 TO WS-Rpr-Line-Num
                MOVE WS-Rpr-Line-Num TO WS-Rpr-Open-Line
                PERFORM 312-Find-Repair-Line
            END-IF
            EVALUATE TRUE
                WHEN WS-Rpr-Found
                 AND WS-Rpr-Action(WS-Rpr-Idx) = "S"
                    CONTINUE
                WHEN WS-Rpr-Found
                 AND WS-Rpr-Action(WS-Rpr-Idx) = "C"
                    MOVE WS-Rpr-New-Text(WS-Rpr-Idx)
                      TO Repair-Out-Line
                    PERFORM 412-Write-Copy-Line
                WHEN OTHER
                    MOVE Intake-Data-Line TO Repair-Out-Line
                    PERFORM 412-Write-Copy-Line
            END-EVALUATE
    END-READ.

*>------------------------------------------------
412-Write-Copy-Line.
*>------------------------------------------------
    WRITE Repair-Out-Line.
    IF  WS-StatusRPO = "00"
        ADD 1 TO WS-Rpr-Out-Rows
    ELSE
        MOVE "N" TO WS-Rpr-Write-OK-Sw
    END-IF.

*>------------------------------------------------
420-Log-One-Change.
*>------------------------------------------------
*> BEFORE and AFTER rows on ./reports/record-
*> repair.log for one changed line, each appended by
*> 4211-Append-Repair-Row.
*>------------------------------------------------
    IF  WS-Rpr-Action(WS-Rpr-Idx) = "C"
    OR  WS-Rpr-Action(WS-Rpr-Idx) = "S"
        MOVE SPACE TO WS-Repair-Log-Row
        MOVE CDT-Date TO WS-Rpl-Date
        MOVE WS-Rpr-Run-ID(10 : 6) TO WS-Rpl-Time
        MOVE WS-Bench-Filename(WS-Bch-Idx) TO WS-Rpl-Filename
        MOVE WS-Rpr-Line(WS-Rpr-Idx) TO WS-Rpl-Line
        IF  WS-Rpr-Action(WS-Rpr-Idx) = "C"
            MOVE "CORRECT" TO WS-Rpl-Action
        ELSE
            MOVE "SUPPRESS" TO WS-Rpl-Action
        END-IF
        MOVE WS-OS-User TO WS-Rpl-Operator
        MOVE WS-Rpr-Reason(WS-Rpr-Idx) TO WS-Rpl-Reason

        MOVE "BEFORE" TO WS-Rpl-Side
        MOVE WS-Rpr-Text(WS-Rpr-Idx) TO WS-Rpl-Text
        PERFORM 4211-Append-Repair-Row

        MOVE "AFTER" TO WS-Rpl-Side
        MOVE WS-Rpr-New-Text(WS-Rpr-Idx) TO WS-Rpl-Text
        PERFORM 4211-Append-Repair-Row
    END-IF.

*>------------------------------------------------
4211-Append-Repair-Row.
*>------------------------------------------------
*> One row onto the log through the hash-chain
*> service (PGM70), or straight on, unlinked, when
*> the service cannot be reached.
*>------------------------------------------------
    MOVE "A"                TO WS-Chn-Function.
    MOVE WS-Pgm-ID          TO WS-Chn-Caller.
    MOVE WS-Repair-Log-Path TO WS-Chn-Path.
    MOVE 700                TO WS-Chn-Row-Len.
    MOVE WS-Repair-Log-Row  TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Repair-Log-File
        IF  WS-StatusRPL NOT = "00"
            OPEN OUTPUT Repair-Log-File
        END-IF
        IF  WS-StatusRPL = "00"
            WRITE Repair-Log-Line FROM WS-Repair-Log-Row
            CLOSE Repair-Log-File
        END-IF
    END-IF.

*>------------------------------------------------
430-Record-Verdict.
*>------------------------------------------------
*> Close the reject on PGM28's workbench ledger as
*> REPAIRED, so neither screen offers it again, plus
*> the run-audit row - same pair PGM28's 240-Record-
*> Verdict writes.
*>------------------------------------------------
    MOVE SPACE TO Reject-Work-Line.
    MOVE WS-Bench-Date(WS-Bch-Idx)     TO RW-Date.
    MOVE WS-Bench-Time(WS-Bch-Idx)     TO RW-Time.
    MOVE WS-Bench-Filename(WS-Bch-Idx) TO RW-Filename.
    MOVE "REPAIRED"                    TO RW-Action.
    MOVE WS-OS-User                    TO RW-Operator.
    STRING FUNCTION TRIM(WS-Rpr-Count-Edit) DELIMITED BY SIZE
           " corrected, " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Rpr-Count-Edit2) DELIMITED BY SIZE
           " suppressed" DELIMITED BY SIZE
      INTO RW-Reason
    END-STRING.

    MOVE "A"                    TO WS-Chn-Function.
    MOVE WS-Pgm-ID              TO WS-Chn-Caller.
    MOVE WS-Reject-Work-Path    TO WS-Chn-Path.
    MOVE 162                    TO WS-Chn-Row-Len.
    MOVE Reject-Work-Line(1 : 162) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Reject-Work-File
        IF  WS-StatusRJW NOT = "00"
            OPEN OUTPUT Reject-Work-File
        END-IF
        IF  WS-StatusRJW = "00"
            MOVE SPACE TO RW-Chain-Link
            WRITE Reject-Work-Line
            CLOSE Reject-Work-File
        END-IF
    END-IF.

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
    MOVE WS-Rpr-Run-ID TO WS-Run-Audit-Run-ID.

    MOVE SPACE TO WS-MSG.
    STRING "reject REPAIRED: " DELIMITED BY SIZE
           WS-Bench-Filename(WS-Bch-Idx) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO WS-Run-Audit-Text.

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

END PROGRAM PGM47.
