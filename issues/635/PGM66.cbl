*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM66.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> QA sample review screen.
*> Works one company's QA queue - the postings PGM65's
*> daily draw picked.  Lists the samples still OPEN,
*> and for the one picked shows the transaction master
*> record beside the line it was posted from: the raw
*> line in ./files/done (flat, or under the vendor's
*> own done folder), or - for a file that posted from
*> its canonical copy - that copy's line in
*> ./files/normalized, labelled as such.  The reviewer
*> then records PASS or FAIL with a comment; a FAIL
*> must say what was wrong.  The verdict, the reviewer
*> and the time are written back to the queue row, and
*> PGM67's monthly report rolls them up per vendor.
*> While sign-on is in force the reviewer recorded is
*> the one signed on at the PGM32 menu (PGM61), not one
*> keyed here.  The source line is the unmasked
*> arrival (or its unmasked canonical copy), so it is
*> shown only to a reviewer holding RAWDATA in
*> ./reports/auth-table.cfg, as PGM46's test mode
*> does; anyone else sees the posted record - masked
*> at posting - with a note that the line is withheld.
*> Same standalone console-screen mold as PGM26.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/QA-Queue-Select.cpy".
COPY "./copybooks/QA-Queue-New-Select.cpy".
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Trans-Hist-Select.cpy".
COPY "./copybooks/Intake-Data-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/QA-Queue-FD.cpy".
COPY "./copybooks/QA-Queue-New-FD.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Trans-Hist-FD.cpy".
COPY "./copybooks/Intake-Data-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM66".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/QA-Queue-WS.cpy".

COPY "./copybooks/QA-Queue-New-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Trans-Hist-WS.cpy".

COPY "./copybooks/Intake-Data-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/File-Info.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Review-Done           VALUE "Y".

01  WS-Qar-Company               PIC X(10) VALUE SPACE.
01  WS-Qar-Vendor                PIC X(10) VALUE SPACE.

*> on-screen list of OPEN samples - the displayed row
*> number maps back to the queue row's identity.
01  WS-Qar-List-Table.
    05  WS-Qar-List-Count        PIC 9(03) VALUE ZERO.
    05  WS-Qar-List-Entry OCCURS 100 TIMES
                            INDEXED BY WS-Qrl-Idx.
        10  WS-Qar-List-Date     PIC X(08).
        10  WS-Qar-List-Vendor   PIC X(10).
        10  WS-Qar-List-Post     PIC X(08).
        10  WS-Qar-List-Doc      PIC 9(09).
        10  WS-Qar-List-Source   PIC X(80).
        10  WS-Qar-List-Line     PIC 9(07).
        10  WS-Qar-List-Canon    PIC X(01).
        10  WS-Qar-List-Heavy    PIC X(01).
01  WS-Qar-Open-Count            PIC 9(05) VALUE ZERO.

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Pick-Num                  PIC 9(03) VALUE ZERO.
01  WS-Row-Num                   PIC 9(03) VALUE ZERO.
01  WS-Verdict                   PIC X(01) VALUE SPACE.
01  WS-Operator                  PIC X(20) VALUE SPACE.
01  WS-Comment                   PIC X(60) VALUE SPACE.
01  WS-Now-Stamp                 PIC X(14) VALUE SPACE.
01  WS-Qar-Amount-Edit           PIC -(13)9.99 VALUE ZERO.

*> the posting looked up for the picked sample - off
*> the current master, else the closed year's history.
01  WS-Qar-TM-Found-Sw           PIC X(01) VALUE "N".
    88  WS-Qar-TM-Found          VALUE "Y".

*> the source line - which file, how far into it, and
*> what was found there.
01  WS-Qar-Src-Path              PIC X(80) VALUE SPACE.
01  WS-Qar-Src-Label             PIC X(20) VALUE SPACE.
01  WS-Qar-Src-Read-Num          PIC 9(07) VALUE ZERO.
01  WS-Qar-Src-Found-Sw          PIC X(01) VALUE "N".
    88  WS-Qar-Src-Found         VALUE "Y".
01  WS-Qar-Src-Line              PIC X(512) VALUE SPACE.

*> the verdict write-back.
01  WS-Qar-Updated-Sw            PIC X(01) VALUE "N".
    88  WS-Qar-Row-Updated       VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 200-Review-Loop
      UNTIL WS-Review-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM41, so each company's queue, master
*> and done folder resolve exactly where PGM65 and
*> PGM15 keep them.
*>------------------------------------------------
    ACCEPT WS-Base-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Base-Root-Path = SPACE
        MOVE "." TO WS-Base-Root-Path
    END-IF.

    MOVE WS-Base-Root-Path TO WS-Root-Path.

    PERFORM 091-Load-Dir-Table.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

*>  the operator signed on at the PGM32 menu (PGM61)
*>  while sign-on is in force; with no operator master
*>  each verdict still asks who is giving it.
    MOVE "V" TO WS-Opr-Function.
    CALL "PGM61" USING WS-Opr-Link
      ON EXCEPTION
          MOVE 16 TO WS-Opr-Return
          MOVE "sign-on service (PGM61) unavailable"
            TO WS-Opr-Msg
    END-CALL.
    EVALUATE TRUE
        WHEN WS-Opr-OK
            MOVE WS-Opr-ID TO WS-Operator
            MOVE WS-Opr-ID TO WS-Auth-User
        WHEN WS-Opr-No-Master
            ACCEPT WS-Auth-User FROM ENVIRONMENT "USER" END-ACCEPT
            IF  WS-Auth-User = SPACE
                ACCEPT WS-Auth-User FROM ENVIRONMENT "LOGNAME"
                  END-ACCEPT
            END-IF
            IF  WS-Auth-User = SPACE
                MOVE "UNKNOWN" TO WS-Auth-User
            END-IF
        WHEN OTHER
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Opr-Msg)
              UPON CONSOLE
            GOBACK
    END-EVALUATE.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

*>  the source line shown beside each posting is raw.
    MOVE "RAWDATA" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Qar-Company.
    ACCEPT WS-Qar-Company FROM CONSOLE END-ACCEPT.

    DISPLAY "Vendor code (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Qar-Vendor.
    ACCEPT WS-Qar-Vendor FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Qar-Vendor) TO WS-Qar-Vendor.

    PERFORM 100-Root-Company.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM47's 079-Check-Authorization - no file deployed
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
091-Load-Dir-Table.
*>------------------------------------------------
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
100-Root-Company.
*>------------------------------------------------
*> Re-root the per-company paths the same way PGM41's
*> 210-Run-Search does.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Qar-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Qar-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM TBL-dir-reports BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-QA-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "qa-queue.dat" DELIMITED BY SIZE
      INTO WS-QA-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-QA-Queue-New-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "qa-queue.new" DELIMITED BY SIZE
      INTO WS-QA-Queue-New-Path
    END-STRING.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

*>------------------------------------------------
200-Review-Loop.
*>------------------------------------------------
*> One screen per pass: reload the OPEN samples, show
*> them, review one.
*>------------------------------------------------
    PERFORM 110-Load-Open-Samples.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "=== QA SAMPLE REVIEW - OPEN SAMPLES ===" UPON CONSOLE.
    IF  WS-Qar-List-Count = ZERO
        DISPLAY "(nothing waiting for review)" UPON CONSOLE
    ELSE
        DISPLAY "NO  DRAWN    VENDOR     DOCUMENT  SOURCE FILE:LINE"
          UPON CONSOLE
        PERFORM 120-Display-One-Sample
          VARYING WS-Qrl-Idx FROM 1 BY 1
            UNTIL WS-Qrl-Idx > WS-Qar-List-Count
        IF  WS-Qar-Open-Count > WS-Qar-List-Count
            DISPLAY WS-Pgm-ID " " WS-Qar-Open-Count
                    " open in all - the first 100 are listed"
              UPON CONSOLE
        END-IF
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Enter a sample number to review it, or Q to quit:"
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
            AND WS-Pick-Num <= WS-Qar-List-Count
                PERFORM 220-Review-One-Sample
            ELSE
                DISPLAY WS-Pgm-ID " invalid sample number"
                  UPON CONSOLE
            END-IF
    END-EVALUATE.

*>------------------------------------------------
110-Load-Open-Samples.
*>------------------------------------------------
    MOVE ZERO TO WS-Qar-List-Count
                 WS-Qar-Open-Count.

    MOVE "N" TO WS-EOF-QAQ.
    OPEN INPUT QA-Queue-File.
    IF  WS-StatusQAQ = "00"
        PERFORM 111-Load-One-Sample
          UNTIL QA-Queue-EOF
        CLOSE QA-Queue-File
    END-IF.

*>------------------------------------------------
111-Load-One-Sample.
*>------------------------------------------------
    READ QA-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-QAQ
        NOT AT END
            IF  QQ-Open
            AND (WS-Qar-Vendor = SPACE
              OR QQ-Vendor = WS-Qar-Vendor)
                ADD 1 TO WS-Qar-Open-Count
                IF  WS-Qar-List-Count < 100
                    ADD 1 TO WS-Qar-List-Count
                    SET WS-Qrl-Idx TO WS-Qar-List-Count
                    MOVE QQ-Sample-Date TO WS-Qar-List-Date(WS-Qrl-Idx)
                    MOVE QQ-Vendor      TO WS-Qar-List-Vendor(WS-Qrl-Idx)
                    MOVE QQ-Post-Date   TO WS-Qar-List-Post(WS-Qrl-Idx)
                    MOVE QQ-Doc-Number  TO WS-Qar-List-Doc(WS-Qrl-Idx)
                    MOVE QQ-Source-File TO WS-Qar-List-Source(WS-Qrl-Idx)
                    MOVE QQ-Source-Line TO WS-Qar-List-Line(WS-Qrl-Idx)
                    MOVE QQ-Canon-Sw    TO WS-Qar-List-Canon(WS-Qrl-Idx)
                    MOVE QQ-Heavy-Sw    TO WS-Qar-List-Heavy(WS-Qrl-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
120-Display-One-Sample.
*>------------------------------------------------
    SET WS-Row-Num TO WS-Qrl-Idx.

    DISPLAY WS-Row-Num " "
            WS-Qar-List-Date(WS-Qrl-Idx) " "
            WS-Qar-List-Vendor(WS-Qrl-Idx) " "
            WS-Qar-List-Doc(WS-Qrl-Idx) " "
            FUNCTION TRIM(WS-Qar-List-Source(WS-Qrl-Idx)) ":"
            WS-Qar-List-Line(WS-Qrl-Idx)
      UPON CONSOLE.

*>------------------------------------------------
220-Review-One-Sample.
*>------------------------------------------------
*> The posting and its source line side by side, then
*> the verdict.  Every verdict records who gave it.
*>------------------------------------------------
    SET WS-Qrl-Idx TO WS-Pick-Num.

    PERFORM 230-Find-Posting.
    PERFORM 240-Find-Source-Line.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "--- SAMPLE " WS-Qar-List-Date(WS-Qrl-Idx) " "
            FUNCTION TRIM(WS-Qar-List-Vendor(WS-Qrl-Idx))
            " ---" UPON CONSOLE.
    IF  WS-Qar-List-Heavy(WS-Qrl-Idx) = "Y"
        DISPLAY "(drawn at the heavier rate - probation or recent "
                "rejects)" UPON CONSOLE
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "POSTED (transaction master):" UPON CONSOLE.
    IF  WS-Qar-TM-Found
        MOVE TM-Amount TO WS-Qar-Amount-Edit
        DISPLAY "  document " TM-Doc-Number " dated " TM-Post-Date
                "  amount " WS-Qar-Amount-Edit UPON CONSOLE
        DISPLAY "  run " TM-Run-ID "  reference "
                FUNCTION TRIM(TM-Business-Ref) UPON CONSOLE
        DISPLAY "  " FUNCTION TRIM(TM-Record-Data TRAILING)
          UPON CONSOLE
    ELSE
        DISPLAY "  (document " WS-Qar-List-Doc(WS-Qrl-Idx)
                " is no longer on the master or its history)"
          UPON CONSOLE
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "SOURCE (" FUNCTION TRIM(WS-Qar-Src-Label) " line "
            WS-Qar-List-Line(WS-Qrl-Idx) " of "
            FUNCTION TRIM(WS-Qar-List-Source(WS-Qrl-Idx)) "):"
      UPON CONSOLE.
    EVALUATE TRUE
        WHEN NOT WS-Qar-Src-Found
            DISPLAY "  " FUNCTION TRIM(WS-MSG) UPON CONSOLE
        WHEN WS-Auth-Allowed
            DISPLAY "  " FUNCTION TRIM(WS-Qar-Src-Line TRAILING)
              UPON CONSOLE
        WHEN OTHER
            DISPLAY "  (raw line withheld - needs RAWDATA in "
                    "./reports/auth-table.cfg; the masked posted "
                    "record is shown above)" UPON CONSOLE
    END-EVALUATE.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Verdict - P pass, F fail, blank to leave it open:"
      UPON CONSOLE.
    MOVE SPACE TO WS-Verdict.
    ACCEPT WS-Verdict FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Verdict) TO WS-Verdict.

    IF  WS-Verdict NOT = "P"
    AND WS-Verdict NOT = "F"
        DISPLAY WS-Pgm-ID " left open - nothing changed"
          UPON CONSOLE
    ELSE
        IF  WS-Opr-No-Master
            DISPLAY "Your operator ID:" UPON CONSOLE
            MOVE SPACE TO WS-Operator
            ACCEPT WS-Operator FROM CONSOLE END-ACCEPT
        END-IF

        DISPLAY "Comment (what was checked, or what was wrong):"
          UPON CONSOLE
        MOVE SPACE TO WS-Comment
        ACCEPT WS-Comment FROM CONSOLE END-ACCEPT

        EVALUATE TRUE
            WHEN WS-Operator = SPACE
                DISPLAY WS-Pgm-ID " no operator ID - nothing changed"
                  UPON CONSOLE
            WHEN WS-Verdict = "F" AND WS-Comment = SPACE
                DISPLAY WS-Pgm-ID " a FAIL must say what was wrong"
                        " - nothing changed" UPON CONSOLE
            WHEN OTHER
                PERFORM 250-Record-Verdict
        END-EVALUATE
    END-IF.

*>------------------------------------------------
230-Find-Posting.
*>------------------------------------------------
*> Straight keyed read of the current master; a year
*> PGM43 has closed since the draw is read from its
*> history file, as PGM41 does.
*>------------------------------------------------
    MOVE "N" TO WS-Qar-TM-Found-Sw.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM = "00"
        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Qar-Company              TO TM-Company
        MOVE WS-Qar-List-Post(WS-Qrl-Idx) TO TM-Post-Date
        MOVE WS-Qar-List-Doc(WS-Qrl-Idx)  TO TM-Doc-Number
        READ Trans-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-Qar-TM-Found-Sw
        END-READ
        CLOSE Trans-Master-File
    END-IF.

    IF  NOT WS-Qar-TM-Found
        MOVE SPACE TO WS-Trans-Hist-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports))
                 DELIMITED BY SIZE
               "transaction-master-" DELIMITED BY SIZE
               WS-Qar-List-Post(WS-Qrl-Idx)(1 : 4) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
          INTO WS-Trans-Hist-Path
        END-STRING

        OPEN INPUT Trans-Hist-File
        IF  WS-StatusTHS = "00"
            MOVE SPACE TO Trans-Hist-Record
            MOVE WS-Qar-Company              TO TH-Company
            MOVE WS-Qar-List-Post(WS-Qrl-Idx) TO TH-Post-Date
            MOVE WS-Qar-List-Doc(WS-Qrl-Idx)  TO TH-Doc-Number
            READ Trans-Hist-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Trans-Hist-Record TO Trans-Master-Record
                    MOVE "Y" TO WS-Qar-TM-Found-Sw
            END-READ
            CLOSE Trans-Hist-File
        END-IF
    END-IF.

*>------------------------------------------------
240-Find-Source-Line.
*>------------------------------------------------
*> The file the posting was read out of: the canonical
*> copy under ./files/normalized when it posted from
*> one, else the raw bytes in ./files/done - flat
*> first, then the vendor's own done folder, the same
*> precedence PGM15's 2201-Resolve-Done-Path uses.
*> Then read down to the recorded line.
*>------------------------------------------------
    MOVE "N"   TO WS-Qar-Src-Found-Sw.
    MOVE SPACE TO WS-Qar-Src-Line
                  WS-MSG.

    IF  WS-Qar-List-Canon(WS-Qrl-Idx) = "Y"
        MOVE "canonical copy" TO WS-Qar-Src-Label
        MOVE SPACE TO WS-Qar-Src-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-normalized))
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Qar-List-Source(WS-Qrl-Idx))
                 DELIMITED BY SIZE
          INTO WS-Qar-Src-Path
        END-STRING
    ELSE
        MOVE "raw file" TO WS-Qar-Src-Label
        MOVE SPACE TO WS-Qar-Src-Path
        STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-Qar-List-Source(WS-Qrl-Idx))
                 DELIMITED BY SIZE
          INTO WS-Qar-Src-Path
        END-STRING

        CALL "CBL_CHECK_FILE_EXIST"
            USING WS-Qar-Src-Path
                  File-Info
        END-CALL

        IF  Return-Code NOT = ZERO
            MOVE SPACE TO WS-Qar-Src-Path
            STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files-done))
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Qar-List-Vendor(WS-Qrl-Idx))
                     DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Qar-List-Source(WS-Qrl-Idx))
                     DELIMITED BY SIZE
              INTO WS-Qar-Src-Path
            END-STRING
        END-IF
    END-IF.

    IF  WS-Qar-List-Line(WS-Qrl-Idx) = ZERO
        MOVE "(posted before source lines were recorded)"
          TO WS-MSG
    ELSE
        MOVE WS-Qar-Src-Path TO WS-Intake-Data-Path
        MOVE "N" TO WS-EOF-IDT
        OPEN INPUT Intake-Data-File
        IF  WS-StatusIDT NOT = "00"
            MOVE "(source file no longer on disk - rolled off or "
              TO WS-MSG
            STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                   " archived)" DELIMITED BY SIZE
              INTO WS-MSG
            END-STRING
        ELSE
            MOVE ZERO TO WS-Qar-Src-Read-Num
            PERFORM 241-Read-One-Source-Line
              UNTIL Intake-Data-EOF
                 OR WS-Qar-Src-Found
            CLOSE Intake-Data-File
            IF  NOT WS-Qar-Src-Found
                MOVE "(the file is shorter than that now)" TO WS-MSG
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
241-Read-One-Source-Line.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            ADD 1 TO WS-Qar-Src-Read-Num
            IF  WS-Qar-Src-Read-Num = WS-Qar-List-Line(WS-Qrl-Idx)
                MOVE Intake-Data-Line TO WS-Qar-Src-Line
                INSPECT WS-Qar-Src-Line
                    REPLACING ALL X"0D" BY SPACE
                MOVE "Y" TO WS-Qar-Src-Found-Sw
            END-IF
    END-READ.

*>------------------------------------------------
250-Record-Verdict.
*>------------------------------------------------
*> Copy the queue through with the picked row's
*> verdict filled in, then rename the copy over the
*> queue - the same copy-through PGM05 rewrites the
*> alert queue with.  A row someone else has already
*> reviewed meanwhile is left as they recorded it.
*>------------------------------------------------
    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Now-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Now-Stamp
    END-STRING.

    MOVE "N" TO WS-Qar-Updated-Sw.

    OPEN INPUT QA-Queue-File.
    IF  WS-StatusQAQ NOT = "00"
        DISPLAY WS-Pgm-ID " QA queue unavailable - status "
                WS-StatusQAQ UPON CONSOLE
    ELSE
        OPEN OUTPUT QA-Queue-New-File
        IF  WS-StatusQAN NOT = "00"
            CLOSE QA-Queue-File
            DISPLAY WS-Pgm-ID " unable to open the queue rewrite "
                    "file - status " WS-StatusQAN UPON CONSOLE
        ELSE
            MOVE "N" TO WS-EOF-QAQ
            PERFORM 251-Copy-One-Queue-Row
              UNTIL QA-Queue-EOF

            CLOSE QA-Queue-File
            CLOSE QA-Queue-New-File

            CALL "CBL_RENAME_FILE"
              USING WS-QA-Queue-New-Path
                    WS-QA-Queue-Path
            END-CALL

            IF  WS-Qar-Row-Updated
                DISPLAY WS-Pgm-ID " verdict recorded" UPON CONSOLE
            ELSE
                DISPLAY WS-Pgm-ID " sample already reviewed - "
                        "nothing changed" UPON CONSOLE
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
251-Copy-One-Queue-Row.
*>------------------------------------------------
    READ QA-Queue-File
        AT END
            MOVE "Y" TO WS-EOF-QAQ
        NOT AT END
            IF  QQ-Open
            AND NOT WS-Qar-Row-Updated
            AND QQ-Sample-Date = WS-Qar-List-Date(WS-Qrl-Idx)
            AND QQ-Vendor      = WS-Qar-List-Vendor(WS-Qrl-Idx)
            AND QQ-Post-Date   = WS-Qar-List-Post(WS-Qrl-Idx)
            AND QQ-Doc-Number  = WS-Qar-List-Doc(WS-Qrl-Idx)
                IF  WS-Verdict = "P"
                    MOVE "PASS" TO QQ-Status
                ELSE
                    MOVE "FAIL" TO QQ-Status
                END-IF
                MOVE WS-Operator  TO QQ-Reviewer
                MOVE WS-Now-Stamp TO QQ-Review-Stamp
                MOVE WS-Comment   TO QQ-Comment
                MOVE "Y" TO WS-Qar-Updated-Sw
            END-IF
            MOVE QA-Queue-Line TO QA-Queue-New-Line
            WRITE QA-Queue-New-Line
    END-READ.

END PROGRAM PGM66.
