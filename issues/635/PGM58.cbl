*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM58.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Open-item force-match and write-off.
*> What PGM57's match rules cannot pair is settled
*> here by hand.  L lists one company's open items
*> (optionally one vendor's).  F force-matches two or
*> more of them, picked by posting date and document
*> number, into a new match group (TM-Match-Status
*> "F"); W writes one off (TM-Match-Status "W", a group
*> of one).  Both take their match ID off the
*> company's ./reports/match-seq.dat, need a reason,
*> and leave one ./reports/match-ledger.dat row per
*> document with the user and the reason.  Changes are
*> gated by the MATCH token in ./reports/auth-table.cfg
*> and every session that changed anything leaves a
*> run audit row.  Same standalone console mold as
*> PGM56.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Match-Seq-Select.cpy".
COPY "./copybooks/Match-Ledger-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Match-Seq-FD.cpy".
COPY "./copybooks/Match-Ledger-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM58".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Match-Seq-WS.cpy".

COPY "./copybooks/Match-Ledger-WS.cpy".

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
    88  WS-Match-Done            VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.

*> the documents picked for a force-match, checked open
*> as they are entered and re-read by key before each
*> is stamped.
01  WS-Pck-Table.
    05  WS-Pck-Count             PIC 9(02) VALUE ZERO.
    05  WS-Pck-Entry OCCURS 20 TIMES
                       INDEXED BY WS-Pck-Idx.
        10  WS-Pck-Post-Date     PIC X(08).
        10  WS-Pck-Doc-Number    PIC 9(09).
01  WS-Pck-Dup-Sw                PIC X(01) VALUE "N".
    88  WS-Pck-Dup               VALUE "Y".
01  WS-Pck-Stop-Sw               PIC X(01) VALUE "N".
    88  WS-Pck-Stop              VALUE "Y".

*> console scratch - the company and vendor being
*> worked, the document keyed in, and the session's
*> tallies.
01  WS-Frc-Company               PIC X(10) VALUE SPACE.
01  WS-Frc-Vendor                PIC X(10) VALUE SPACE.
01  WS-Frc-Post-Date             PIC X(08) VALUE SPACE.
01  WS-Frc-Doc-Entry             PIC X(09) VALUE SPACE.
01  WS-Frc-Doc-Number            PIC 9(09) VALUE ZERO.
01  WS-Frc-Answer                PIC X(01) VALUE SPACE.
01  WS-Frc-Reason                PIC X(60) VALUE SPACE.
01  WS-Frc-Action                PIC X(10) VALUE SPACE.
01  WS-Frc-Status                PIC X(01) VALUE SPACE.
01  WS-Frc-Open-Sw               PIC X(01) VALUE "N".
    88  WS-Frc-Item-Open         VALUE "Y".
01  WS-Frc-Sum                   PIC S9(15)V9(02) VALUE ZERO.
01  WS-Frc-Group-Items           PIC 9(03) VALUE ZERO.
01  WS-Frc-Matched-Count         PIC 9(03) VALUE ZERO.
01  WS-Frc-Written-Count         PIC 9(03) VALUE ZERO.
01  WS-Frc-List-Count            PIC 9(07) VALUE ZERO.
01  WS-Frc-Count-Edit            PIC Z(06)9 VALUE ZERO.
01  WS-Frc-Amount-Edit           PIC -(13)9.99 VALUE ZERO.
01  WS-EOF-FRC                   PIC X(01) VALUE "N".
    88  Force-Sweep-EOF          VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    MOVE ZERO TO WS-Frc-Matched-Count
                 WS-Frc-Written-Count.

    PERFORM 200-Menu-Loop
      UNTIL WS-Match-Done.

    IF  WS-Frc-Matched-Count > ZERO
    OR  WS-Frc-Written-Count > ZERO
        MOVE SPACE TO WS-MSG
        STRING "match forced " DELIMITED BY SIZE
               WS-Frc-Matched-Count DELIMITED BY SIZE
               " written off " DELIMITED BY SIZE
               WS-Frc-Written-Count DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 900-Write-Run-Audit
    END-IF.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM56.  The auth table lives in the base
*> ./reports; each company's master, match sequence
*> and ledger are re-rooted by 300.
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
200-Menu-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "L to list open items, F to force-match, W to "
            "write off, or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE WS-Menu-Verb
        WHEN "L"
            PERFORM 400-List-Open-Items
              THRU 400-List-Exit
        WHEN "F"
            PERFORM 500-Force-Match
              THRU 500-Force-Exit
        WHEN "W"
            PERFORM 600-Write-Off
              THRU 600-Write-Off-Exit
        WHEN "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
300-Select-Company.
*>------------------------------------------------
*> Prompt for the company and re-root its paths the
*> same way PGM56's 300-Review-Parked does, then open
*> its master - WS-StatusTRM tells the caller whether
*> there is one.
*>------------------------------------------------
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Company.
    ACCEPT WS-Frc-Company FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Frc-Company) TO WS-Frc-Company.

    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Frc-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Frc-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Match-Seq-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "match-seq.dat" DELIMITED BY SIZE
      INTO WS-Match-Seq-Path
    END-STRING.

    MOVE SPACE TO WS-Match-Ledger-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "match-ledger.dat" DELIMITED BY SIZE
      INTO WS-Match-Ledger-Path
    END-STRING.

    OPEN I-O Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
        DISPLAY WS-Pgm-ID " no transaction master on file for that "
                "company" UPON CONSOLE
    END-IF.

*>------------------------------------------------
310-Check-Open-Item.
*>------------------------------------------------
*> Same open-item test as PGM57's 216-Check-Open-Item.
*>------------------------------------------------
    MOVE "N" TO WS-Frc-Open-Sw.

    IF  TM-Reversed-By-Doc NOT NUMERIC
        MOVE ZERO TO TM-Reversed-By-Doc
    END-IF.

    IF  TM-Match-Status = SPACE
    AND TM-Amount NOT = ZERO
    AND TM-Post-Date IS NUMERIC
    AND NOT TM-Is-Reversal
    AND NOT TM-Is-Opening
    AND TM-Reversed-By-Doc = ZERO
        MOVE "Y" TO WS-Frc-Open-Sw
    END-IF.

*>------------------------------------------------
320-Read-Document.
*>------------------------------------------------
*> WS-Frc-Post-Date / WS-Frc-Doc-Number in, the
*> master record and WS-Frc-Open-Sw out - "N" as well
*> when the document is not on file.
*>------------------------------------------------
    MOVE "N" TO WS-Frc-Open-Sw.

    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Frc-Company    TO TM-Company.
    MOVE WS-Frc-Post-Date  TO TM-Post-Date.
    MOVE WS-Frc-Doc-Number TO TM-Doc-Number.
    READ Trans-Master-File
        KEY IS TM-Key
        INVALID KEY
            DISPLAY WS-Pgm-ID " document " WS-Frc-Doc-Number
                    " of " WS-Frc-Post-Date " is not on file"
              UPON CONSOLE
        NOT INVALID KEY
            PERFORM 310-Check-Open-Item
            IF  NOT WS-Frc-Item-Open
                IF  TM-Match-Status NOT = SPACE
                    DISPLAY WS-Pgm-ID " document " WS-Frc-Doc-Number
                            " is already in match group "
                            FUNCTION TRIM(TM-Match-Id) UPON CONSOLE
                ELSE
                    DISPLAY WS-Pgm-ID " document " WS-Frc-Doc-Number
                            " is not an open item" UPON CONSOLE
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
330-Ask-Document.
*>------------------------------------------------
*> Posting date and document number, as L shows them.
*> A blank date is the caller's "no more".
*>------------------------------------------------
    DISPLAY "Posting date (YYYYMMDD, blank to finish):" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Post-Date.
    ACCEPT WS-Frc-Post-Date FROM CONSOLE END-ACCEPT.

    IF  WS-Frc-Post-Date NOT = SPACE
        DISPLAY "Document number:" UPON CONSOLE
        MOVE SPACE TO WS-Frc-Doc-Entry
        ACCEPT WS-Frc-Doc-Entry FROM CONSOLE END-ACCEPT
        IF  FUNCTION TRIM(WS-Frc-Doc-Entry) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-Frc-Doc-Entry) TO WS-Frc-Doc-Number
        ELSE
            MOVE ZERO TO WS-Frc-Doc-Number
        END-IF
    END-IF.

*>------------------------------------------------
340-Ask-Reason.
*>------------------------------------------------
    DISPLAY "Reason:" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Reason.
    ACCEPT WS-Frc-Reason FROM CONSOLE END-ACCEPT.

*>------------------------------------------------
350-Next-Match-Id.
*>------------------------------------------------
*> Same read-then-save idiom as PGM40's 205-Read-
*> Posting-Seq / 270-Save-Posting-Seq, taken one ID at
*> a time so a batch run of PGM57 never hands out the
*> same number.
*>------------------------------------------------
    MOVE ZERO TO WS-Match-Seq-Number.

    OPEN INPUT Match-Seq-File.
    IF  WS-StatusMSQ = "00"
        READ Match-Seq-File
            AT END
                CONTINUE
            NOT AT END
                IF  MQ-Last-Number IS NUMERIC
                    MOVE MQ-Last-Number TO WS-Match-Seq-Number
                END-IF
        END-READ
        CLOSE Match-Seq-File
    END-IF.

    ADD 1 TO WS-Match-Seq-Number.
    MOVE WS-Match-Seq-Number TO WS-Match-Id-Number.

    OPEN OUTPUT Match-Seq-File.
    IF  WS-StatusMSQ = "00"
        MOVE WS-Match-Seq-Number TO MQ-Last-Number
        WRITE Match-Seq-Line
        CLOSE Match-Seq-File
    END-IF.

*>------------------------------------------------
360-Stamp-Document.
*>------------------------------------------------
*> The document in the record area goes into match
*> group WS-Match-Id-New with WS-Frc-Status, and its
*> ledger row is written.
*>------------------------------------------------
    MOVE WS-Match-Id-New TO TM-Match-Id.
    MOVE WS-Frc-Status   TO TM-Match-Status.
    REWRITE Trans-Master-Record
        INVALID KEY
            DISPLAY WS-Pgm-ID " master update failed for document "
                    TM-Doc-Number UPON CONSOLE
            GO TO 360-Stamp-Exit
    END-REWRITE.

    ADD 1 TO WS-Frc-Group-Items.

    PERFORM 395-Stamp-Now.

    MOVE SPACE TO Match-Ledger-Line.
    MOVE WS-Stamp-Now    TO ML-Stamp.
    MOVE WS-Match-Id-New TO ML-Match-Id.
    MOVE WS-Frc-Action   TO ML-Action.
    MOVE TM-Post-Date    TO ML-Post-Date.
    MOVE TM-Doc-Number   TO ML-Doc-Number.
    MOVE TM-Vendor-Code  TO ML-Vendor-Code.
    MOVE TM-Business-Ref TO ML-Reference.
    MOVE TM-Amount       TO ML-Amount.
    MOVE ZERO            TO ML-Rule-No.
    MOVE WS-OS-User      TO ML-User.
    MOVE WS-Frc-Reason   TO ML-Reason.

    OPEN EXTEND Match-Ledger-File.
    IF  WS-StatusMLG NOT = "00"
        OPEN OUTPUT Match-Ledger-File
    END-IF.
    IF  WS-StatusMLG = "00"
        WRITE Match-Ledger-Line
        CLOSE Match-Ledger-File
    ELSE
        DISPLAY WS-Pgm-ID " unable to write "
                FUNCTION TRIM(WS-Match-Ledger-Path)
                " status " WS-StatusMLG UPON CONSOLE
    END-IF.

*>------------------------------------------------
360-Stamp-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
400-List-Open-Items.
*>------------------------------------------------
*> The company's open items in key order, one vendor's
*> only when a vendor is given.
*>------------------------------------------------
    PERFORM 300-Select-Company.
    IF  WS-StatusTRM NOT = "00"
        GO TO 400-List-Exit
    END-IF.

    DISPLAY "Vendor code (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Vendor.
    ACCEPT WS-Frc-Vendor FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Frc-Vendor) TO WS-Frc-Vendor.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Posted    Document   Vendor      Reference"
            "                              Amount" UPON CONSOLE.

    MOVE ZERO TO WS-Frc-List-Count.

    MOVE "N" TO WS-EOF-FRC.
    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Frc-Company TO TM-Company.
    MOVE LOW-VALUES TO TM-Post-Date.
    MOVE ZERO TO TM-Doc-Number.
    START Trans-Master-File
        KEY IS NOT LESS THAN TM-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-FRC
    END-START.

    PERFORM 410-List-One-Row
      UNTIL Force-Sweep-EOF.

    CLOSE Trans-Master-File.

    MOVE WS-Frc-List-Count TO WS-Frc-Count-Edit.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Frc-Count-Edit)
            " open item(s)" UPON CONSOLE.

*>------------------------------------------------
400-List-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
410-List-One-Row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-FRC
        NOT AT END
            IF  TM-Company NOT = WS-Frc-Company
                MOVE "Y" TO WS-EOF-FRC
            ELSE
                PERFORM 310-Check-Open-Item
                IF  WS-Frc-Item-Open
                AND (WS-Frc-Vendor = SPACE
                  OR WS-Frc-Vendor = FUNCTION UPPER-CASE(TM-Vendor-Code))
                    ADD 1 TO WS-Frc-List-Count
                    MOVE TM-Amount TO WS-Frc-Amount-Edit
                    DISPLAY TM-Post-Date "  " TM-Doc-Number "  "
                            TM-Vendor-Code "  " TM-Business-Ref(1:30)
                            " " WS-Frc-Amount-Edit UPON CONSOLE
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
500-Force-Match.
*>------------------------------------------------
*> Two to twenty open documents, keyed in one by one,
*> become one match group.  Their amounts are shown
*> with the net of the group before the operator
*> confirms; nothing is written until then.
*>------------------------------------------------
    MOVE "MATCH" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to force-match or write off"
          UPON CONSOLE
        GO TO 500-Force-Exit
    END-IF.

    PERFORM 300-Select-Company.
    IF  WS-StatusTRM NOT = "00"
        GO TO 500-Force-Exit
    END-IF.

    MOVE ZERO TO WS-Pck-Count
                 WS-Frc-Sum.
    MOVE "N" TO WS-Pck-Stop-Sw.

    PERFORM 510-Pick-One-Document
      THRU 510-Pick-Exit
      UNTIL WS-Pck-Stop.

    IF  WS-Pck-Count < 2
        CLOSE Trans-Master-File
        DISPLAY WS-Pgm-ID " a match group needs two or more documents"
                " - nothing changed" UPON CONSOLE
        GO TO 500-Force-Exit
    END-IF.

    MOVE WS-Pck-Count TO WS-Frc-Count-Edit.
    MOVE WS-Frc-Sum   TO WS-Frc-Amount-Edit.
    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Frc-Count-Edit)
            " document(s), net amount "
            FUNCTION TRIM(WS-Frc-Amount-Edit) UPON CONSOLE.

    PERFORM 340-Ask-Reason.
    IF  WS-Frc-Reason = SPACE
        CLOSE Trans-Master-File
        DISPLAY WS-Pgm-ID " a force-match needs a reason - "
                "nothing changed" UPON CONSOLE
        GO TO 500-Force-Exit
    END-IF.

    DISPLAY "Y to force-match these documents:" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Answer.
    ACCEPT WS-Frc-Answer FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Frc-Answer) NOT = "Y"
        CLOSE Trans-Master-File
        DISPLAY WS-Pgm-ID " nothing changed" UPON CONSOLE
        GO TO 500-Force-Exit
    END-IF.

    PERFORM 350-Next-Match-Id.
    MOVE "FORCED" TO WS-Frc-Action.
    MOVE "F"      TO WS-Frc-Status.
    MOVE ZERO     TO WS-Frc-Group-Items.

    PERFORM 520-Stamp-Picked-Document
      VARYING WS-Pck-Idx FROM 1 BY 1
        UNTIL WS-Pck-Idx > WS-Pck-Count.

    CLOSE Trans-Master-File.

    IF  WS-Frc-Group-Items > ZERO
        ADD 1 TO WS-Frc-Matched-Count
    END-IF.

    MOVE WS-Frc-Group-Items TO WS-Frc-Count-Edit.
    DISPLAY WS-Pgm-ID " match group " FUNCTION TRIM(WS-Match-Id-New)
            " - " FUNCTION TRIM(WS-Frc-Count-Edit)
            " document(s) force-matched" UPON CONSOLE.

*>------------------------------------------------
500-Force-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
510-Pick-One-Document.
*>------------------------------------------------
    PERFORM 330-Ask-Document.
    IF  WS-Frc-Post-Date = SPACE
        MOVE "Y" TO WS-Pck-Stop-Sw
        GO TO 510-Pick-Exit
    END-IF.

    MOVE "N" TO WS-Pck-Dup-Sw.
    PERFORM 511-Check-Duplicate-Pick
      VARYING WS-Pck-Idx FROM 1 BY 1
        UNTIL WS-Pck-Idx > WS-Pck-Count
           OR WS-Pck-Dup.
    IF  WS-Pck-Dup
        DISPLAY WS-Pgm-ID " already picked" UPON CONSOLE
        GO TO 510-Pick-Exit
    END-IF.

    PERFORM 320-Read-Document.
    IF  NOT WS-Frc-Item-Open
        GO TO 510-Pick-Exit
    END-IF.

    ADD 1 TO WS-Pck-Count.
    SET WS-Pck-Idx TO WS-Pck-Count.
    MOVE TM-Post-Date  TO WS-Pck-Post-Date(WS-Pck-Idx).
    MOVE TM-Doc-Number TO WS-Pck-Doc-Number(WS-Pck-Idx).
    ADD TM-Amount TO WS-Frc-Sum.

    MOVE TM-Amount TO WS-Frc-Amount-Edit.
    DISPLAY "    " TM-Vendor-Code "  " TM-Business-Ref(1:30)
            " " WS-Frc-Amount-Edit UPON CONSOLE.

    IF  WS-Pck-Count >= 20
        DISPLAY WS-Pgm-ID " twenty documents picked - that is the most"
                " one group takes" UPON CONSOLE
        MOVE "Y" TO WS-Pck-Stop-Sw
    END-IF.

*>------------------------------------------------
510-Pick-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
511-Check-Duplicate-Pick.
*>------------------------------------------------
    IF  WS-Pck-Post-Date(WS-Pck-Idx)  = WS-Frc-Post-Date
    AND WS-Pck-Doc-Number(WS-Pck-Idx) = WS-Frc-Doc-Number
        MOVE "Y" TO WS-Pck-Dup-Sw
    END-IF.

*>------------------------------------------------
520-Stamp-Picked-Document.
*>------------------------------------------------
*> Re-read by key first - a document PGM57 or another
*> operator closed since it was picked is left alone.
*>------------------------------------------------
    MOVE WS-Pck-Post-Date(WS-Pck-Idx)  TO WS-Frc-Post-Date.
    MOVE WS-Pck-Doc-Number(WS-Pck-Idx) TO WS-Frc-Doc-Number.
    PERFORM 320-Read-Document.
    IF  WS-Frc-Item-Open
        PERFORM 360-Stamp-Document
          THRU 360-Stamp-Exit
    END-IF.

*>------------------------------------------------
600-Write-Off.
*>------------------------------------------------
*> One open document closed on its own - a match group
*> of one with status "W" - after the operator has seen
*> it, given a reason and confirmed.
*>------------------------------------------------
    MOVE "MATCH" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to force-match or write off"
          UPON CONSOLE
        GO TO 600-Write-Off-Exit
    END-IF.

    PERFORM 300-Select-Company.
    IF  WS-StatusTRM NOT = "00"
        GO TO 600-Write-Off-Exit
    END-IF.

    PERFORM 330-Ask-Document.
    IF  WS-Frc-Post-Date = SPACE
        CLOSE Trans-Master-File
        GO TO 600-Write-Off-Exit
    END-IF.

    PERFORM 320-Read-Document.
    IF  NOT WS-Frc-Item-Open
        CLOSE Trans-Master-File
        GO TO 600-Write-Off-Exit
    END-IF.

    MOVE TM-Amount TO WS-Frc-Amount-Edit.
    DISPLAY "    " TM-Vendor-Code "  " TM-Business-Ref(1:30)
            " " WS-Frc-Amount-Edit UPON CONSOLE.

    PERFORM 340-Ask-Reason.
    IF  WS-Frc-Reason = SPACE
        CLOSE Trans-Master-File
        DISPLAY WS-Pgm-ID " a write-off needs a reason - "
                "nothing changed" UPON CONSOLE
        GO TO 600-Write-Off-Exit
    END-IF.

    DISPLAY "Y to write this document off:" UPON CONSOLE.
    MOVE SPACE TO WS-Frc-Answer.
    ACCEPT WS-Frc-Answer FROM CONSOLE END-ACCEPT.
    IF  FUNCTION UPPER-CASE(WS-Frc-Answer) NOT = "Y"
        CLOSE Trans-Master-File
        DISPLAY WS-Pgm-ID " nothing changed" UPON CONSOLE
        GO TO 600-Write-Off-Exit
    END-IF.

*>  the answer took operator time - read it again so a
*>  match PGM57 made meanwhile is not overwritten.
    PERFORM 320-Read-Document.
    IF  NOT WS-Frc-Item-Open
        CLOSE Trans-Master-File
        GO TO 600-Write-Off-Exit
    END-IF.

    PERFORM 350-Next-Match-Id.
    MOVE "WRITEOFF" TO WS-Frc-Action.
    MOVE "W"        TO WS-Frc-Status.
    MOVE ZERO       TO WS-Frc-Group-Items.

    PERFORM 360-Stamp-Document
      THRU 360-Stamp-Exit.

    CLOSE Trans-Master-File.

    IF  WS-Frc-Group-Items > ZERO
        ADD 1 TO WS-Frc-Written-Count
        DISPLAY WS-Pgm-ID " document " WS-Frc-Doc-Number
                " written off as " FUNCTION TRIM(WS-Match-Id-New)
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
600-Write-Off-Exit.
*>------------------------------------------------
    EXIT.

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
*> One ./logs/run-audit.log row per session that
*> changed anything, same layout as PGM51's 900-Write-
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

END PROGRAM PGM58.
