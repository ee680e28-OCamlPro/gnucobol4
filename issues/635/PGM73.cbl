*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM73.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Posting proof sign-off.  PGM72 proves each day's
*> postings against the intake control figures and
*> leaves a report and a "P" row on ./reports/posting-
*> proof.log under the company; PGM39 will not release
*> that company's GL journal for the date until finance
*> has signed the proof off here.  S shows the latest
*> proof for a company and posting date, re-takes the
*> report's cksum (a report edited or replaced since
*> the proof cannot be signed), asks for an explicit
*> YES when the proof is out of balance, and takes the
*> signature the same way PGM52 takes a handover - the
*> signer types their own user ID.  The sign-off is an
*> "S" row on the same chained ledger carrying the
*> proof's cksum, so a proof re-run after the sign-off
*> (a new report) has to be signed again.  L lists
*> every proof not signed off yet, in every company
*> tree.  Gated by the PROOFSIGN token in ./reports/
*> auth-table.cfg; every sign-off or refusal leaves a
*> run audit row.  Same standalone console mold as
*> PGM52.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Posting-Proof-Select.cpy".
COPY "./copybooks/Cksum-Select.cpy".
COPY "./copybooks/Auth-Table-Select.cpy".
COPY "./copybooks/Run-Audit-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Posting-Proof-FD.cpy".
COPY "./copybooks/Cksum-FD.cpy".
COPY "./copybooks/Auth-Table-FD.cpy".
COPY "./copybooks/Run-Audit-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM73".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Posting-Proof-WS.cpy".

COPY "./copybooks/Cksum-WS.cpy".

COPY "./copybooks/Auth-Table-WS.cpy".

COPY "./copybooks/Run-Audit-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

COPY "./copybooks/Company-Master-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

COPY "./copybooks/Operator-Link-WS.cpy".

01  WS-Menu-Choice               PIC X(04) VALUE SPACE.
01  WS-Menu-Verb                 PIC X(01) VALUE SPACE.
01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Sign-Off-Done         VALUE "Y".
01  WS-Stamp-Now                 PIC X(14) VALUE SPACE.

*> the proof being signed - company, posting date, and
*> what the signer typed.
01  WS-Pps-Company               PIC X(10) VALUE SPACE.
01  WS-Pps-Co-Label              PIC X(10) VALUE SPACE.
01  WS-Pps-Date                  PIC X(08) VALUE SPACE.
01  WS-Pps-Date-Raw              PIC X(08) VALUE SPACE.
01  WS-Pps-Result                PIC X(08) VALUE SPACE.
01  WS-Pps-Confirm               PIC X(04) VALUE SPACE.
01  WS-Pps-Sign-User             PIC X(20) VALUE SPACE.
01  WS-Pps-Remark                PIC X(40) VALUE SPACE.
01  WS-Pps-Unsigned-Count        PIC 9(05) VALUE ZERO.

*> the proofs on one company's ledger - the latest "P"
*> row per posting date, and whether an "S" row with
*> the same cksum has signed it since.  With a filter
*> date only that date is tabled.
01  WS-Pps-Filter-Date           PIC X(08) VALUE SPACE.
01  WS-Pps-Proof-Table.
    05  WS-Pps-Proof-Count       PIC 9(04) VALUE ZERO.
    05  WS-Pps-Proof-Entry OCCURS 200 TIMES
                             INDEXED BY WS-Ppt-Idx.
        10  WS-Ppt-Row           PIC X(250).
        10  WS-Ppt-Date          PIC X(08).
        10  WS-Ppt-Signature     PIC 9(10).
        10  WS-Ppt-Signed-Sw     PIC X(01).
        10  WS-Ppt-Signed-By     PIC X(20).
        10  WS-Ppt-Signed-Stamp  PIC X(14).
01  WS-Ppt-Slot                  PIC 9(04) VALUE ZERO.
01  WS-Ppt-Found-Sw              PIC X(01) VALUE "N".
    88  WS-Ppt-Found             VALUE "Y".
01  WS-Ppt-Search-Date           PIC X(08) VALUE SPACE.
01  WS-Pps-Overflow-Sw           PIC X(01) VALUE "N".
    88  WS-Pps-Overflow          VALUE "Y".

01  WS-Pps-Count-Edit            PIC Z(08)9 VALUE ZERO.
01  WS-Pps-Count-Edit2           PIC Z(08)9 VALUE ZERO.
01  WS-Pps-Amount-Edit           PIC -Z(12)9.99 VALUE ZERO.
01  WS-Pps-Amount-Edit2          PIC -Z(12)9.99 VALUE ZERO.

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 097-Load-Company-Table.

    PERFORM 200-Menu-Loop
      UNTIL WS-Sign-Off-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM52.  The posting proof ledger lives
*> in each company's ./reports, re-rooted by 500-
*> Build-Company-Paths.
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

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Auth-Table-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/auth-table.cfg" DELIMITED BY SIZE
      INTO WS-Auth-Table-Path
    END-STRING.

    MOVE SPACE TO WS-Cksum-Scratch-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/.pps-cksum.tmp" DELIMITED BY SIZE
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
097-Load-Company-Table.
*>------------------------------------------------
*> Same company list as PGM52's 097-Load-Company-
*> Table - the company master first, the bare
*> PGM00_COMPANY_CODES string as the fallback, and one
*> blank-code entry (the base tree) when neither names
*> a company.
*>------------------------------------------------
    PERFORM 0970-Init-Company-Entry
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > 5.
    MOVE ZERO TO WS-Company-Count.

    MOVE SPACE TO WS-Company-Master-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/reports/company-master.cfg" DELIMITED BY SIZE
      INTO WS-Company-Master-Path
    END-STRING.

    MOVE "N" TO WS-EOF-CMF.
    OPEN INPUT Company-Master-File.
    IF  WS-StatusCMF = "00"
        PERFORM 0972-Read-Company-Master-Row
          UNTIL Company-Master-EOF
        CLOSE Company-Master-File
    END-IF.

    IF  WS-Company-Count = ZERO
        ACCEPT WS-Company-Codes-Raw FROM ENVIRONMENT "PGM00_COMPANY_CODES"
          END-ACCEPT

        IF  WS-Company-Codes-Raw = SPACE
            MOVE 1 TO WS-Company-Count
        ELSE
            UNSTRING WS-Company-Codes-Raw DELIMITED BY ALL SPACE
                INTO WS-Company-Code(1) WS-Company-Code(2)
                     WS-Company-Code(3) WS-Company-Code(4)
                     WS-Company-Code(5)
            END-UNSTRING

            MOVE ZERO TO WS-Company-Count
            PERFORM 0971-Count-Company-Entry
              VARYING WS-Co-Idx FROM 1 BY 1
                UNTIL WS-Co-Idx > 5
        END-IF
    END-IF.

*>------------------------------------------------
0970-Init-Company-Entry.
*>------------------------------------------------
    MOVE SPACE TO WS-Company-Code(WS-Co-Idx)
                  WS-Company-Desc(WS-Co-Idx)
                  WS-Company-Alert-To(WS-Co-Idx).
    MOVE ZERO  TO WS-Company-Retention(WS-Co-Idx)
                  WS-Company-Min-Free(WS-Co-Idx).

*>------------------------------------------------
0972-Read-Company-Master-Row.
*>------------------------------------------------
    READ Company-Master-File
        AT END
            MOVE "Y" TO WS-EOF-CMF
        NOT AT END
            IF  CM-Code NOT = SPACE
            AND CM-Enabled = "Y"
            AND WS-Company-Count < 5
                ADD 1 TO WS-Company-Count
                SET WS-Co-Idx TO WS-Company-Count
                MOVE CM-Code            TO WS-Company-Code(WS-Co-Idx)
                MOVE CM-Desc            TO WS-Company-Desc(WS-Co-Idx)
                MOVE CM-Retention-Days  TO WS-Company-Retention(WS-Co-Idx)
                MOVE CM-Min-Free-KB     TO WS-Company-Min-Free(WS-Co-Idx)
                MOVE CM-Alert-Recipient TO WS-Company-Alert-To(WS-Co-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
0971-Count-Company-Entry.
*>------------------------------------------------
    IF  WS-Company-Code(WS-Co-Idx) NOT = SPACE
        ADD 1 TO WS-Company-Count
    END-IF.

*>------------------------------------------------
079-Check-Authorization.
*>------------------------------------------------
*> Same per-check read of ./reports/auth-table.cfg as
*> PGM52's 079-Check-Authorization - no file deployed
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
    DISPLAY "S to sign off a posting proof, "
            "L to list proofs not signed off," UPON CONSOLE.
    DISPLAY "or Q to quit:" UPON CONSOLE.
    MOVE SPACE TO WS-Menu-Choice.
    ACCEPT WS-Menu-Choice FROM CONSOLE END-ACCEPT.
    MOVE FUNCTION UPPER-CASE(WS-Menu-Choice(1 : 1)) TO WS-Menu-Verb.

    EVALUATE WS-Menu-Verb
        WHEN "S"
            PERFORM 300-Sign-Off-Proof
              THRU 300-Sign-Off-Exit
        WHEN "L"
            PERFORM 400-List-Unsigned
        WHEN "Q"
            MOVE "Y" TO WS-Done-Sw
        WHEN OTHER
            DISPLAY WS-Pgm-ID " invalid choice" UPON CONSOLE
    END-EVALUATE.

*>------------------------------------------------
300-Sign-Off-Proof.
*>------------------------------------------------
*> The latest proof for the company and date is the
*> one signed - an earlier proof of the same date was
*> superseded by the re-run.  Nothing is signed that
*> no longer matches its report, or that was signed
*> already.
*>------------------------------------------------
    MOVE "PROOFSIGN" TO WS-Auth-Action-Token.
    PERFORM 079-Check-Authorization.
    IF  NOT WS-Auth-Allowed
        DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Auth-User)
                " is not authorized to sign off a posting proof"
          UPON CONSOLE
        GO TO 300-Sign-Off-Exit
    END-IF.

    MOVE SPACE TO WS-Pps-Company.
    IF  WS-Company-Count > 1
    OR  WS-Company-Code(1) NOT = SPACE
        DISPLAY "Company code (blank for default):" UPON CONSOLE
        ACCEPT WS-Pps-Company FROM CONSOLE END-ACCEPT
        MOVE FUNCTION UPPER-CASE(WS-Pps-Company) TO WS-Pps-Company
        IF  WS-Pps-Company = SPACE
            MOVE WS-Company-Code(1) TO WS-Pps-Company
        END-IF
    END-IF.

    PERFORM 395-Stamp-Now.
    DISPLAY "Posting date YYYYMMDD (blank for "
            WS-Stamp-Now(1 : 8) "):" UPON CONSOLE.
    MOVE SPACE TO WS-Pps-Date-Raw.
    ACCEPT WS-Pps-Date-Raw FROM CONSOLE END-ACCEPT.
    IF  WS-Pps-Date-Raw = SPACE
        MOVE WS-Stamp-Now(1 : 8) TO WS-Pps-Date
    ELSE
        IF  WS-Pps-Date-Raw IS NOT NUMERIC
            DISPLAY WS-Pgm-ID " posting date must be YYYYMMDD"
              UPON CONSOLE
            GO TO 300-Sign-Off-Exit
        END-IF
        MOVE WS-Pps-Date-Raw TO WS-Pps-Date
    END-IF.

    PERFORM 500-Build-Company-Paths.

    MOVE WS-Pps-Date TO WS-Pps-Filter-Date.
    PERFORM 410-Load-Proofs.

    IF  WS-Pps-Proof-Count = ZERO
        DISPLAY WS-Pgm-ID " no posting proof on file for "
                FUNCTION TRIM(WS-Pps-Co-Label) " " WS-Pps-Date
                " - run PGM72 first" UPON CONSOLE
        GO TO 300-Sign-Off-Exit
    END-IF.

    SET WS-Ppt-Idx TO 1.
    MOVE WS-Ppt-Row(WS-Ppt-Idx) TO Posting-Proof-Line(1 : 250).
    MOVE PP-Result TO WS-Pps-Result.
    PERFORM 310-Display-Proof.

    IF  WS-Ppt-Signed-Sw(WS-Ppt-Idx) = "Y"
        DISPLAY WS-Pgm-ID " this proof was signed off by "
                FUNCTION TRIM(WS-Ppt-Signed-By(WS-Ppt-Idx))
                " at " WS-Ppt-Signed-Stamp(WS-Ppt-Idx) UPON CONSOLE
        GO TO 300-Sign-Off-Exit
    END-IF.

*>  the report as it stands now must be the report the
*>  proof wrote.
    PERFORM 830-Compute-Checksum.
    IF  WS-Cksum-Value = ZERO
    OR  WS-Cksum-Value NOT = PP-Signature
        DISPLAY WS-Pgm-ID " the proof report no longer matches "
                "the proof (cksum " WS-Cksum-Value " against "
                PP-Signature ") - re-run PGM72" UPON CONSOLE
        MOVE SPACE TO WS-MSG
        STRING "proof " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pps-Co-Label) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Pps-Date DELIMITED BY SIZE
               " refused, cksum" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 900-Write-Run-Audit
        GO TO 300-Sign-Off-Exit
    END-IF.

    IF  WS-Pps-Result NOT = "BALANCED"
        DISPLAY " " UPON CONSOLE
        DISPLAY "This proof is OUT OF BALANCE.  Type YES to sign it "
                "off as it stands:" UPON CONSOLE
        MOVE SPACE TO WS-Pps-Confirm
        ACCEPT WS-Pps-Confirm FROM CONSOLE END-ACCEPT
        IF  FUNCTION UPPER-CASE(WS-Pps-Confirm) NOT = "YES"
            DISPLAY WS-Pgm-ID " not signed" UPON CONSOLE
            GO TO 300-Sign-Off-Exit
        END-IF
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Type your user ID to sign off this proof "
            "(blank to decline):" UPON CONSOLE.
    MOVE SPACE TO WS-Pps-Sign-User.
    ACCEPT WS-Pps-Sign-User FROM CONSOLE END-ACCEPT.

    IF  WS-Pps-Sign-User = SPACE
    OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Pps-Sign-User))
          NOT = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OS-User))
        IF  WS-Pps-Sign-User NOT = SPACE
            DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-Pps-Sign-User)
                    " is not the signed-on user "
                    FUNCTION TRIM(WS-OS-User) UPON CONSOLE
        END-IF
        DISPLAY WS-Pgm-ID " posting proof not signed" UPON CONSOLE
        MOVE SPACE TO WS-MSG
        STRING "proof " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pps-Co-Label) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-Pps-Date DELIMITED BY SIZE
               " declined" DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        PERFORM 900-Write-Run-Audit
        GO TO 300-Sign-Off-Exit
    END-IF.

    DISPLAY "Remark for the ledger (optional):" UPON CONSOLE.
    MOVE SPACE TO WS-Pps-Remark.
    ACCEPT WS-Pps-Remark FROM CONSOLE END-ACCEPT.

    PERFORM 610-Write-Sign-Off-Row.

    MOVE SPACE TO WS-MSG.
    STRING "proof " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pps-Co-Label) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Pps-Date DELIMITED BY SIZE
           " signed " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pps-Result) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    PERFORM 900-Write-Run-Audit.

    DISPLAY WS-Pgm-ID " " FUNCTION TRIM(WS-MSG) UPON CONSOLE.

*>------------------------------------------------
300-Sign-Off-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Display-Proof.
*>------------------------------------------------
*> The proof's own figures, off the "P" row now in
*> Posting-Proof-Line.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Posting proof   " PP-Proof-Date "  company "
            FUNCTION TRIM(WS-Pps-Co-Label) "  run " PP-Stamp
      UPON CONSOLE.
    MOVE PP-Files         TO WS-Pps-Count-Edit.
    MOVE PP-Suspect-Files TO WS-Pps-Count-Edit2.
    DISPLAY "Result          " FUNCTION TRIM(PP-Result) " - "
            FUNCTION TRIM(WS-Pps-Count-Edit) " file(s), "
            FUNCTION TRIM(WS-Pps-Count-Edit2) " out of balance"
      UPON CONSOLE.
    MOVE PP-Ctl-Docs   TO WS-Pps-Count-Edit.
    MOVE PP-Ctl-Amount TO WS-Pps-Amount-Edit.
    DISPLAY "Control         " WS-Pps-Count-Edit " docs "
            WS-Pps-Amount-Edit UPON CONSOLE.
    MOVE PP-TM-Docs   TO WS-Pps-Count-Edit.
    MOVE PP-TM-Amount TO WS-Pps-Amount-Edit.
    DISPLAY "Posted          " WS-Pps-Count-Edit " docs "
            WS-Pps-Amount-Edit UPON CONSOLE.
    EVALUATE TRUE
        WHEN PP-Day-Close-Agrees
            DISPLAY "Day close       agrees" UPON CONSOLE
        WHEN PP-Day-Close-Differs
            DISPLAY "Day close       DIFFERS" UPON CONSOLE
        WHEN OTHER
            DISPLAY "Day close       date not closed yet" UPON CONSOLE
    END-EVALUATE.
    DISPLAY "Report          " FUNCTION TRIM(PP-Report-Path)
      UPON CONSOLE.
    DISPLAY "Signature       " PP-Signature UPON CONSOLE.

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
400-List-Unsigned.
*>------------------------------------------------
*> Every company tree's ledger, every proof date whose
*> latest proof has no sign-off yet.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "DATE      COMPANY     RESULT    FILES  SUSPECT  RUN"
      UPON CONSOLE.
    MOVE ZERO TO WS-Pps-Unsigned-Count.

    PERFORM 401-List-Company-Unsigned
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    IF  WS-Pps-Unsigned-Count = ZERO
        DISPLAY "(every posting proof on file is signed off)"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
401-List-Company-Unsigned.
*>------------------------------------------------
    MOVE WS-Company-Code(WS-Co-Idx) TO WS-Pps-Company.
    PERFORM 500-Build-Company-Paths.

    MOVE SPACE TO WS-Pps-Filter-Date.
    PERFORM 410-Load-Proofs.

    IF  WS-Pps-Proof-Count > ZERO
        PERFORM 402-List-One-Proof
          VARYING WS-Ppt-Idx FROM 1 BY 1
            UNTIL WS-Ppt-Idx > WS-Pps-Proof-Count
    END-IF.

    IF  WS-Pps-Overflow
        DISPLAY "  " FUNCTION TRIM(WS-Pps-Co-Label)
                ": more than 200 proof dates on file - "
                "later dates not listed" UPON CONSOLE
    END-IF.

*>------------------------------------------------
402-List-One-Proof.
*>------------------------------------------------
    IF  WS-Ppt-Signed-Sw(WS-Ppt-Idx) NOT = "Y"
        ADD 1 TO WS-Pps-Unsigned-Count
        MOVE WS-Ppt-Row(WS-Ppt-Idx) TO Posting-Proof-Line(1 : 250)
        DISPLAY PP-Proof-Date "  " WS-Pps-Co-Label "  "
                PP-Result "  " PP-Files "  " PP-Suspect-Files
                "    " PP-Stamp UPON CONSOLE
    END-IF.

*>------------------------------------------------
410-Load-Proofs.
*>------------------------------------------------
*> Front-to-back read of the company's ledger (append-
*> only, so later rows are later events) into the
*> proof table.
*>------------------------------------------------
    MOVE ZERO TO WS-Pps-Proof-Count.
    MOVE "N"  TO WS-Pps-Overflow-Sw.

    MOVE "N" TO WS-EOF-PPL.
    OPEN INPUT Posting-Proof-File.
    IF  WS-StatusPPL = "00"
        PERFORM 411-Read-Proof-Row
          UNTIL Posting-Proof-EOF
        CLOSE Posting-Proof-File
    END-IF.

*>------------------------------------------------
411-Read-Proof-Row.
*>------------------------------------------------
*> A "P" row replaces whatever was tabled for its date
*> (a re-run supersedes the earlier proof and its
*> sign-off); an "S" row signs the tabled proof only
*> when it carries that proof's cksum.
*>------------------------------------------------
    READ Posting-Proof-File
        AT END
            MOVE "Y" TO WS-EOF-PPL
        NOT AT END
            IF  PP-Company = WS-Pps-Company
            AND (WS-Pps-Filter-Date = SPACE
                 OR PP-Proof-Date = WS-Pps-Filter-Date)
                MOVE PP-Proof-Date TO WS-Ppt-Search-Date
                PERFORM 412-Find-Proof-Entry
                EVALUATE TRUE
                    WHEN PP-Is-Proof
                        IF  NOT WS-Ppt-Found
                            IF  WS-Pps-Proof-Count < 200
                                ADD 1 TO WS-Pps-Proof-Count
                                MOVE WS-Pps-Proof-Count TO WS-Ppt-Slot
                                MOVE "Y" TO WS-Ppt-Found-Sw
                            ELSE
                                MOVE "Y" TO WS-Pps-Overflow-Sw
                            END-IF
                        END-IF
                        IF  WS-Ppt-Found
                            MOVE Posting-Proof-Line(1 : 250)
                              TO WS-Ppt-Row(WS-Ppt-Slot)
                            MOVE PP-Proof-Date
                              TO WS-Ppt-Date(WS-Ppt-Slot)
                            MOVE PP-Signature
                              TO WS-Ppt-Signature(WS-Ppt-Slot)
                            MOVE "N"   TO WS-Ppt-Signed-Sw(WS-Ppt-Slot)
                            MOVE SPACE TO WS-Ppt-Signed-By(WS-Ppt-Slot)
                                          WS-Ppt-Signed-Stamp(WS-Ppt-Slot)
                        END-IF
                    WHEN PP-Is-Sign-Off
                        IF  WS-Ppt-Found
                        AND PP-Signature = WS-Ppt-Signature(WS-Ppt-Slot)
                            MOVE "Y"      TO WS-Ppt-Signed-Sw(WS-Ppt-Slot)
                            MOVE PP-User  TO WS-Ppt-Signed-By(WS-Ppt-Slot)
                            MOVE PP-Stamp TO WS-Ppt-Signed-Stamp(WS-Ppt-Slot)
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
    END-READ.

*>------------------------------------------------
412-Find-Proof-Entry.
*>------------------------------------------------
    MOVE ZERO TO WS-Ppt-Slot.
    MOVE "N"  TO WS-Ppt-Found-Sw.

    IF  WS-Pps-Proof-Count > ZERO
        PERFORM 413-Match-One-Proof-Entry
          VARYING WS-Ppt-Idx FROM 1 BY 1
            UNTIL WS-Ppt-Found
               OR WS-Ppt-Idx > WS-Pps-Proof-Count
    END-IF.

*>------------------------------------------------
413-Match-One-Proof-Entry.
*>------------------------------------------------
    IF  WS-Ppt-Date(WS-Ppt-Idx) = WS-Ppt-Search-Date
        MOVE "Y" TO WS-Ppt-Found-Sw
        SET WS-Ppt-Slot TO WS-Ppt-Idx
    END-IF.

*>------------------------------------------------
500-Build-Company-Paths.
*>------------------------------------------------
*> Re-root for WS-Pps-Company the same way PGM52's
*> 500-Build-Company-Paths does - a blank code is the
*> base tree.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    MOVE "(base)" TO WS-Pps-Co-Label.
    IF  WS-Pps-Company NOT = SPACE
        MOVE WS-Pps-Company TO WS-Pps-Co-Label
        MOVE SPACE TO WS-Root-Path
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Pps-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM 1 BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Posting-Proof-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-proof.log" DELIMITED BY SIZE
      INTO WS-Posting-Proof-Path
    END-STRING.

*>------------------------------------------------
610-Write-Sign-Off-Row.
*>------------------------------------------------
*> The proof row with its type, stamp, result, signer
*> and remark replaced - same cksum, same figures - so
*> the ledger shows exactly what was signed.  Through
*> PGM70 like PGM72's own proof row, with the same
*> unlinked fallback write.
*>------------------------------------------------
    PERFORM 395-Stamp-Now.

    MOVE "S"              TO PP-Type.
    MOVE WS-Stamp-Now     TO PP-Stamp.
    MOVE "SIGNED"         TO PP-Result.
    MOVE WS-OS-User       TO PP-User.
    MOVE WS-Pps-Remark    TO PP-Remark.
    MOVE SPACE            TO PP-Chain-Link.

    MOVE "A"                         TO WS-Chn-Function.
    MOVE WS-Pgm-ID                   TO WS-Chn-Caller.
    MOVE WS-Posting-Proof-Path       TO WS-Chn-Path.
    MOVE 250                         TO WS-Chn-Row-Len.
    MOVE Posting-Proof-Line(1 : 250) TO WS-Chn-Row.
    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
    END-CALL.

    IF  NOT WS-Chn-OK
        OPEN EXTEND Posting-Proof-File
        IF  WS-StatusPPL NOT = "00"
            OPEN OUTPUT Posting-Proof-File
        END-IF
        IF  WS-StatusPPL = "00"
            WRITE Posting-Proof-Line
            CLOSE Posting-Proof-File
        END-IF
    END-IF.

*>------------------------------------------------
830-Compute-Checksum.
*>------------------------------------------------
*> `cksum` over the proof report as it stands - same
*> CALL "SYSTEM" + scratch-file idiom as PGM72's 310-
*> Compute-Checksum, which took the one on the proof
*> row.  Zero means it could not be computed.
*>------------------------------------------------
    MOVE ZERO  TO WS-Cksum-Value.
    MOVE SPACE TO WS-Cksum-Token.

    MOVE SPACE TO WS-Cksum-Cmd.
    STRING "cksum '" DELIMITED BY SIZE
           FUNCTION TRIM(PP-Report-Path) DELIMITED BY SIZE
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
*> One ./logs/run-audit.log row per sign-off, refusal
*> or decline, same layout as PGM52's 900-Write-Run-
*> Audit, WS-MSG as the text.
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

END PROGRAM PGM73.
