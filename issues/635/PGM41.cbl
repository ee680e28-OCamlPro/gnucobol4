*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM41.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Transaction master inquiry screen.
*> PGM04 answers "did the file arrive"; this answers
*> "what did file X actually post".  Read-only console
*> lookup over the transaction master PGM15 writes:
*> search one company by posting-date range, document-
*> number range, source filename (full or leading
*> text), and amount range, and see each hit's
*> document, amount, the run that posted it, any
*> reversal linkage, and the record itself - then pick
*> a hit and drill back to the intake index row of the
*> arrival it was posted from.  Years PGM43 has closed
*> are searched in their transaction-master-YYYY.dat
*> history files ahead of the current master, so a
*> closed year stays answerable.  Same standalone
*> console-screen mold as PGM02; never writes anything.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Trans-Hist-Select.cpy".
COPY "./copybooks/Intake-Index-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Trans-Hist-FD.cpy".
COPY "./copybooks/Intake-Index-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM41".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Trans-Hist-WS.cpy".

COPY "./copybooks/Intake-Index-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".

COPY "./copybooks/Company-Tbl.cpy".

01  WS-Done-Sw                   PIC X(01) VALUE "N".
    88  WS-Inquiry-Done          VALUE "Y".

*> search criteria - every one optional (blank = open).
01  WS-Tmi-Company               PIC X(10) VALUE SPACE.
01  WS-Tmi-Date-From             PIC X(08) VALUE SPACE.
01  WS-Tmi-Date-To               PIC X(08) VALUE SPACE.
01  WS-Tmi-Doc-From-X            PIC X(09) VALUE SPACE.
01  WS-Tmi-Doc-To-X              PIC X(09) VALUE SPACE.
01  WS-Tmi-Doc-From              PIC 9(09) VALUE ZERO.
01  WS-Tmi-Doc-To                PIC 9(09) VALUE ZERO.
01  WS-Tmi-Search                PIC X(80) VALUE SPACE.
01  WS-Tmi-Search-Len            PIC 9(03) VALUE ZERO.
01  WS-Tmi-Amt-From-X            PIC X(20) VALUE SPACE.
01  WS-Tmi-Amt-To-X              PIC X(20) VALUE SPACE.
01  WS-Tmi-Amt-From              PIC S9(13)V9(02) VALUE ZERO.
01  WS-Tmi-Amt-To                PIC S9(13)V9(02) VALUE ZERO.

01  WS-Tmi-Again                 PIC X(01) VALUE SPACE.
01  WS-Tmi-Hit-Count             PIC 9(06) VALUE ZERO.
01  WS-Tmi-Match-Sw              PIC X(01) VALUE "N".
    88  WS-Tmi-Row-Matches       VALUE "Y".
01  WS-Tmi-Amount-Edit           PIC -(13)9.99 VALUE ZERO.

01  WS-EOF-TRM                   PIC X(01) VALUE "N".
    88  Inquiry-Sweep-EOF        VALUE "Y".

*> closed years searched ahead of the current master -
*> the date range's years, or every year since the
*> system went live when the range is open.
01  WS-Tmi-First-Year            PIC 9(04) VALUE 2000.
01  WS-Tmi-Hist-Year             PIC 9(04) VALUE ZERO.
01  WS-Tmi-Hist-From             PIC 9(04) VALUE ZERO.
01  WS-Tmi-Hist-To               PIC 9(04) VALUE ZERO.
01  WS-Tmi-Today                 PIC 9(08) VALUE ZERO.
01  WS-Tmi-Today-X               REDEFINES WS-Tmi-Today.
    05  WS-Tmi-Today-Year        PIC 9(04).
    05                           PIC X(04).

*> the hits shown, numbered, so one can be picked for
*> the drill-back - only the first 99 are kept.
01  WS-Tmi-Hit-Table.
    05  WS-Tmi-Kept-Count        PIC 9(02) VALUE ZERO.
    05  WS-Tmi-Hit-Entry OCCURS 99 TIMES
                           INDEXED BY WS-Tmh-Idx.
        10  WS-Tmi-Hit-Doc       PIC 9(09).
        10  WS-Tmi-Hit-Source    PIC X(80).
        10  WS-Tmi-Hit-Run-ID    PIC X(15).
01  WS-Tmi-Hit-Num               PIC 9(02) VALUE ZERO.
01  WS-Tmi-Pick                  PIC X(04) VALUE SPACE.
01  WS-Tmi-Pick-Num              PIC 9(02) VALUE ZERO.
01  WS-Tmi-Drill-Done-Sw         PIC X(01) VALUE "N".
    88  WS-Tmi-Drill-Done        VALUE "Y".

*> drill-back match - the arrival row whose posting
*> run wrote the hit, else the filename's latest row.
01  WS-Tmi-Want-Run-ID           PIC X(15) VALUE SPACE.
01  WS-Tmi-Run-Key               PIC X(96) VALUE SPACE.
01  WS-Tmi-Run-Found-Sw          PIC X(01) VALUE "N".
    88  WS-Tmi-Run-Found         VALUE "Y".

*>------------------------------------------------
PROCEDURE DIVISION.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init-Root-Path.

    PERFORM 200-Inquiry-Loop
      UNTIL WS-Inquiry-Done.

    GOBACK.

*>------------------------------------------------
090-Init-Root-Path.
*>------------------------------------------------
*> Same environment-variable override and dir-table
*> overlay as PGM00/PGM01, so the inquiry resolves
*> each company's master exactly where PGM15 keeps it.
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
200-Inquiry-Loop.
*>------------------------------------------------
*> One search per pass: gather criteria, re-root to
*> the requested company, sweep the master, show the
*> hits, and offer the drill-back.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Company code (blank for default):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Company.
    ACCEPT WS-Tmi-Company FROM CONSOLE END-ACCEPT.

    DISPLAY "Posting date from YYYYMMDD (blank for all):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Date-From.
    ACCEPT WS-Tmi-Date-From FROM CONSOLE END-ACCEPT.

    DISPLAY "Posting date to YYYYMMDD (blank for all):"
      UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Date-To.
    ACCEPT WS-Tmi-Date-To FROM CONSOLE END-ACCEPT.

    DISPLAY "Document number from (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Doc-From-X.
    ACCEPT WS-Tmi-Doc-From-X FROM CONSOLE END-ACCEPT.

    DISPLAY "Document number to (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Doc-To-X.
    ACCEPT WS-Tmi-Doc-To-X FROM CONSOLE END-ACCEPT.

    DISPLAY "Source filename search text (full name or leading "
            "text, blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Search.
    ACCEPT WS-Tmi-Search FROM CONSOLE END-ACCEPT.

    DISPLAY "Amount from (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Amt-From-X.
    ACCEPT WS-Tmi-Amt-From-X FROM CONSOLE END-ACCEPT.

    DISPLAY "Amount to (blank for all):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Amt-To-X.
    ACCEPT WS-Tmi-Amt-To-X FROM CONSOLE END-ACCEPT.

    PERFORM 210-Run-Search.

    IF  WS-Tmi-Kept-Count > ZERO
        MOVE "N" TO WS-Tmi-Drill-Done-Sw
        PERFORM 300-Drill-Loop
          UNTIL WS-Tmi-Drill-Done
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "Another search? Y/N:" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Again.
    ACCEPT WS-Tmi-Again FROM CONSOLE END-ACCEPT.

    IF  WS-Tmi-Again NOT = "Y" AND WS-Tmi-Again NOT = "y"
        MOVE "Y" TO WS-Done-Sw
    END-IF.

*>------------------------------------------------
210-Run-Search.
*>------------------------------------------------
*> Re-root the per-company paths the same way PGM04's
*> 210-Run-Search does, open that master read-only,
*> and sweep from the first key the date range allows.
*>------------------------------------------------
    MOVE WS-Base-Root-Path TO WS-Root-Path.
    IF  WS-Tmi-Company NOT = SPACE
        STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tmi-Company) DELIMITED BY SIZE
          INTO WS-Root-Path
        END-STRING
    END-IF.

    PERFORM 095-Build-Path-Name
      VARYING TBL-Index FROM TBL-dir-reports BY 1
        UNTIL TBL-Index > TBL-Nbr-Elements.

    MOVE SPACE TO WS-Trans-Master-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master.dat" DELIMITED BY SIZE
      INTO WS-Trans-Master-Path
    END-STRING.

    MOVE SPACE TO WS-Intake-Index-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "intake-index.dat" DELIMITED BY SIZE
      INTO WS-Intake-Index-Path
    END-STRING.

    COMPUTE WS-Tmi-Search-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Tmi-Search)).
    IF  WS-Tmi-Search = SPACE
        MOVE ZERO TO WS-Tmi-Search-Len
    END-IF.

    MOVE ZERO TO WS-Tmi-Doc-From WS-Tmi-Doc-To
                 WS-Tmi-Amt-From WS-Tmi-Amt-To.
    IF  WS-Tmi-Doc-From-X NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Tmi-Doc-From-X) TO WS-Tmi-Doc-From
    END-IF.
    IF  WS-Tmi-Doc-To-X NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Tmi-Doc-To-X) TO WS-Tmi-Doc-To
    END-IF.
    IF  WS-Tmi-Amt-From-X NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Tmi-Amt-From-X) TO WS-Tmi-Amt-From
    END-IF.
    IF  WS-Tmi-Amt-To-X NOT = SPACE
        MOVE FUNCTION NUMVAL(WS-Tmi-Amt-To-X) TO WS-Tmi-Amt-To
    END-IF.

    MOVE ZERO TO WS-Tmi-Hit-Count
                 WS-Tmi-Kept-Count.

    DISPLAY " " UPON CONSOLE.
    DISPLAY "NO / DATE / DOCUMENT / AMOUNT / RUN / SOURCE FILE"
      UPON CONSOLE.

    PERFORM 215-Search-Closed-Years.

    OPEN INPUT Trans-Master-File.
    IF  WS-StatusTRM NOT = "00"
        DISPLAY WS-Pgm-ID " no transaction master on file for that "
                "company" UPON CONSOLE
    ELSE
        MOVE "N" TO WS-EOF-TRM
        MOVE SPACE TO Trans-Master-Record
        MOVE WS-Tmi-Company TO TM-Company
        IF  WS-Tmi-Date-From = SPACE
            MOVE LOW-VALUES TO TM-Post-Date
        ELSE
            MOVE WS-Tmi-Date-From TO TM-Post-Date
        END-IF
        MOVE ZERO TO TM-Doc-Number
        START Trans-Master-File
            KEY IS NOT LESS THAN TM-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-TRM
        END-START

        PERFORM 220-Show-One-Row
          UNTIL Inquiry-Sweep-EOF
        CLOSE Trans-Master-File
    END-IF.

    DISPLAY " " UPON CONSOLE.
    DISPLAY WS-Tmi-Hit-Count " record(s) matched" UPON CONSOLE.
    IF  WS-Tmi-Hit-Count > WS-Tmi-Kept-Count
        DISPLAY WS-Pgm-ID " only the first 99 can be drilled "
                "into - narrow the search for the rest"
          UPON CONSOLE
    END-IF.

*>------------------------------------------------
215-Search-Closed-Years.
*>------------------------------------------------
*> Every closed year the date range touches, oldest
*> first - a year with no history file was never
*> closed and is skipped quietly.
*>------------------------------------------------
    ACCEPT WS-Tmi-Today FROM DATE YYYYMMDD END-ACCEPT.

    MOVE WS-Tmi-First-Year TO WS-Tmi-Hist-From.
    IF  WS-Tmi-Date-From(1 : 4) IS NUMERIC
        MOVE WS-Tmi-Date-From(1 : 4) TO WS-Tmi-Hist-From
    END-IF.

    COMPUTE WS-Tmi-Hist-To = WS-Tmi-Today-Year - 1.
    IF  WS-Tmi-Date-To(1 : 4) IS NUMERIC
    AND WS-Tmi-Date-To(1 : 4) < WS-Tmi-Hist-To
        MOVE WS-Tmi-Date-To(1 : 4) TO WS-Tmi-Hist-To
    END-IF.

    PERFORM 216-Search-One-Year
      VARYING WS-Tmi-Hist-Year FROM WS-Tmi-Hist-From BY 1
        UNTIL WS-Tmi-Hist-Year > WS-Tmi-Hist-To.

*>------------------------------------------------
216-Search-One-Year.
*>------------------------------------------------
    MOVE SPACE TO WS-Trans-Hist-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "transaction-master-" DELIMITED BY SIZE
           WS-Tmi-Hist-Year DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
      INTO WS-Trans-Hist-Path
    END-STRING.

    OPEN INPUT Trans-Hist-File.
    IF  WS-StatusTHS = "00"
        MOVE "N" TO WS-EOF-TRM
        MOVE SPACE TO Trans-Hist-Record
        MOVE WS-Tmi-Company TO TH-Company
        IF  WS-Tmi-Date-From = SPACE
            MOVE LOW-VALUES TO TH-Post-Date
        ELSE
            MOVE WS-Tmi-Date-From TO TH-Post-Date
        END-IF
        MOVE ZERO TO TH-Doc-Number
        START Trans-Hist-File
            KEY IS NOT LESS THAN TH-Key
            INVALID KEY
                MOVE "Y" TO WS-EOF-TRM
        END-START

        PERFORM 217-Show-One-Hist-Row
          UNTIL Inquiry-Sweep-EOF
        CLOSE Trans-Hist-File
    END-IF.

*>------------------------------------------------
217-Show-One-Hist-Row.
*>------------------------------------------------
*> A history row is a master row field for field -
*> moved across, it filters and displays the same.
*>------------------------------------------------
    READ Trans-Hist-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            MOVE Trans-Hist-Record TO Trans-Master-Record
            IF  TM-Company NOT = WS-Tmi-Company
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  WS-Tmi-Date-To NOT = SPACE
                AND TM-Post-Date > WS-Tmi-Date-To
                    MOVE "Y" TO WS-EOF-TRM
                ELSE
                    PERFORM 221-Filter-One-Row
                    IF  WS-Tmi-Row-Matches
                        PERFORM 222-Display-One-Hit
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
220-Show-One-Row.
*>------------------------------------------------
*> One master row per READ NEXT - the sweep ends where
*> the company or the date range does; the other
*> filters are applied row by row.
*>------------------------------------------------
    READ Trans-Master-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-TRM
        NOT AT END
            IF  TM-Company NOT = WS-Tmi-Company
                MOVE "Y" TO WS-EOF-TRM
            ELSE
                IF  WS-Tmi-Date-To NOT = SPACE
                AND TM-Post-Date > WS-Tmi-Date-To
                    MOVE "Y" TO WS-EOF-TRM
                ELSE
                    PERFORM 221-Filter-One-Row
                    IF  WS-Tmi-Row-Matches
                        PERFORM 222-Display-One-Hit
                    END-IF
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
221-Filter-One-Row.
*>------------------------------------------------
    MOVE "Y" TO WS-Tmi-Match-Sw.

    IF  WS-Tmi-Doc-From-X NOT = SPACE
    AND TM-Doc-Number < WS-Tmi-Doc-From
        MOVE "N" TO WS-Tmi-Match-Sw
    END-IF.

    IF  WS-Tmi-Doc-To-X NOT = SPACE
    AND TM-Doc-Number > WS-Tmi-Doc-To
        MOVE "N" TO WS-Tmi-Match-Sw
    END-IF.

    IF  WS-Tmi-Search-Len > ZERO
    AND FUNCTION UPPER-CASE
          (TM-Source-File(1 : WS-Tmi-Search-Len))
      NOT = FUNCTION UPPER-CASE
          (WS-Tmi-Search(1 : WS-Tmi-Search-Len))
        MOVE "N" TO WS-Tmi-Match-Sw
    END-IF.

    IF  WS-Tmi-Amt-From-X NOT = SPACE
    AND TM-Amount < WS-Tmi-Amt-From
        MOVE "N" TO WS-Tmi-Match-Sw
    END-IF.

    IF  WS-Tmi-Amt-To-X NOT = SPACE
    AND TM-Amount > WS-Tmi-Amt-To
        MOVE "N" TO WS-Tmi-Match-Sw
    END-IF.

*>------------------------------------------------
222-Display-One-Hit.
*>------------------------------------------------
*> Summary line, reversal linkage when there is any,
*> then the record itself.
*>------------------------------------------------
    ADD 1 TO WS-Tmi-Hit-Count.

    MOVE ZERO TO WS-Tmi-Hit-Num.
    IF  WS-Tmi-Kept-Count < 99
        ADD 1 TO WS-Tmi-Kept-Count
        SET WS-Tmh-Idx TO WS-Tmi-Kept-Count
        MOVE TM-Doc-Number  TO WS-Tmi-Hit-Doc(WS-Tmh-Idx)
        MOVE TM-Source-File TO WS-Tmi-Hit-Source(WS-Tmh-Idx)
        MOVE TM-Run-ID      TO WS-Tmi-Hit-Run-ID(WS-Tmh-Idx)
        MOVE WS-Tmi-Kept-Count TO WS-Tmi-Hit-Num
    END-IF.

    MOVE TM-Amount TO WS-Tmi-Amount-Edit.
    DISPLAY WS-Tmi-Hit-Num "  "
            TM-Post-Date "  "
            TM-Doc-Number "  "
            WS-Tmi-Amount-Edit "  "
            TM-Run-ID "  "
            FUNCTION TRIM(TM-Source-File)
      UPON CONSOLE.

    IF  TM-Is-Opening
        DISPLAY "    opening balance for account "
                FUNCTION TRIM(TM-GL-Account) " (year-end close)"
          UPON CONSOLE
    END-IF.

    IF  TM-Is-Reversal
        DISPLAY "    reversal of document " TM-Reverses-Doc
          UPON CONSOLE
    ELSE
        IF  TM-Reversed-By-Doc IS NUMERIC
        AND TM-Reversed-By-Doc NOT = ZERO
            DISPLAY "    reversed by document " TM-Reversed-By-Doc
              UPON CONSOLE
        END-IF
    END-IF.

    IF  TM-Orig-Post-Date NOT = SPACE
        DISPLAY "    re-dated from " TM-Orig-Post-Date
                " (period closed)" UPON CONSOLE
    END-IF.

    IF  TM-Business-Ref NOT = SPACE
        DISPLAY "    reference " FUNCTION TRIM(TM-Business-Ref)
          UPON CONSOLE
    END-IF.

    EVALUATE TRUE
        WHEN TM-Match-Auto
            DISPLAY "    matched in group " TM-Match-Id
              UPON CONSOLE
        WHEN TM-Match-Forced
            DISPLAY "    force-matched in group " TM-Match-Id
              UPON CONSOLE
        WHEN TM-Written-Off
            DISPLAY "    written off as " TM-Match-Id
              UPON CONSOLE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    DISPLAY "    " FUNCTION TRIM(TM-Record-Data) UPON CONSOLE.

*>------------------------------------------------
300-Drill-Loop.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "Hit number to show its intake index row "
            "(blank to finish):" UPON CONSOLE.
    MOVE SPACE TO WS-Tmi-Pick.
    ACCEPT WS-Tmi-Pick FROM CONSOLE END-ACCEPT.

    IF  WS-Tmi-Pick = SPACE
        MOVE "Y" TO WS-Tmi-Drill-Done-Sw
    ELSE
        MOVE ZERO TO WS-Tmi-Pick-Num
        MOVE FUNCTION NUMVAL(WS-Tmi-Pick) TO WS-Tmi-Pick-Num
        IF  WS-Tmi-Pick-Num >= 1
        AND WS-Tmi-Pick-Num <= WS-Tmi-Kept-Count
            PERFORM 310-Drill-One-Hit
        ELSE
            DISPLAY WS-Pgm-ID " invalid hit number" UPON CONSOLE
        END-IF
    END-IF.

*>------------------------------------------------
310-Drill-One-Hit.
*>------------------------------------------------
*> Every arrival row for the hit's source filename is
*> a candidate; the one whose posting run wrote the
*> hit is the answer, and the latest arrival stands in
*> when none recorded its posting run (rows posted
*> before that was stamped, and reversal offsets).
*>------------------------------------------------
    SET WS-Tmh-Idx TO WS-Tmi-Pick-Num.

    OPEN INPUT Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"
        DISPLAY WS-Pgm-ID " no intake index on file for that company"
          UPON CONSOLE
    ELSE
        MOVE WS-Tmi-Hit-Source(WS-Tmh-Idx) TO WS-II-Search-Name
        MOVE WS-Tmi-Hit-Run-ID(WS-Tmh-Idx) TO WS-Tmi-Want-Run-ID
        PERFORM 320-Find-Arrival-Row

        IF  NOT WS-II-Row-Found
            DISPLAY WS-Pgm-ID " no index entry for "
                    FUNCTION TRIM(WS-II-Search-Name)
                    " (rolled off to history?)" UPON CONSOLE
        ELSE
            PERFORM 330-Display-Arrival-Row
        END-IF

        CLOSE Intake-Index-File
    END-IF.

*>------------------------------------------------
320-Find-Arrival-Row.
*>------------------------------------------------
*> Same START-at-the-name sweep as PGM10's 220-Find-
*> Latest-Index-Row, also remembering any row whose
*> posting run matches.
*>------------------------------------------------
    MOVE "N" TO WS-II-Row-Found-Sw
                WS-Tmi-Run-Found-Sw.

    MOVE SPACE TO Intake-Index-Record.
    MOVE WS-II-Search-Name TO II-Filename.
    MOVE LOW-VALUES TO II-Received-Stamp.

    START Intake-Index-File
        KEY IS NOT LESS THAN II-Key
        INVALID KEY
            MOVE "Y" TO WS-EOF-IISCAN
        NOT INVALID KEY
            MOVE "N" TO WS-EOF-IISCAN
    END-START.

    PERFORM 321-Scan-One-Version-Row
      UNTIL II-Latest-Scan-EOF.

    IF  WS-Tmi-Run-Found
        MOVE WS-Tmi-Run-Key TO WS-II-Saved-Key
    END-IF.

    IF  WS-II-Row-Found
        MOVE WS-II-Saved-Key TO II-Key
        READ Intake-Index-File
            KEY IS II-Key
            INVALID KEY
                MOVE "N" TO WS-II-Row-Found-Sw
        END-READ
    END-IF.

*>------------------------------------------------
321-Scan-One-Version-Row.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IISCAN
        NOT AT END
            IF  II-Filename = WS-II-Search-Name
                MOVE "Y" TO WS-II-Row-Found-Sw
                MOVE II-Key TO WS-II-Saved-Key
                IF  II-Post-Run-ID NOT = SPACE
                AND II-Post-Run-ID = WS-Tmi-Want-Run-ID
                    MOVE "Y" TO WS-Tmi-Run-Found-Sw
                    MOVE II-Key TO WS-Tmi-Run-Key
                END-IF
            ELSE
                MOVE "Y" TO WS-EOF-IISCAN
            END-IF
    END-READ.

*>------------------------------------------------
330-Display-Arrival-Row.
*>------------------------------------------------
    DISPLAY " " UPON CONSOLE.
    DISPLAY "ARRIVAL      " FUNCTION TRIM(II-Filename) UPON CONSOLE.
    DISPLAY "  received   " II-Received-Date "-"
            II-Received-Time(1:6)
            "  size " II-File-Size
            "  vendor " II-Vendor-Code UPON CONSOLE.
    DISPLAY "  disposition " II-Disposition
            "  intake run " II-Run-ID UPON CONSOLE.
    DISPLAY "  detail rows " II-Detail-Count
            "  checksum " II-Checksum UPON CONSOLE.
    IF  II-Post-Run-ID NOT = SPACE
        DISPLAY "  posted by run " II-Post-Run-ID
                " on " II-Post-Date UPON CONSOLE
    END-IF.
    IF  II-Norm-Sw = "Y"
        DISPLAY "  canonical copy " FUNCTION TRIM(II-Norm-Name)
          UPON CONSOLE
    END-IF.
    IF  II-Parent-Name NOT = SPACE
        DISPLAY "  derived from consolidated parent "
                FUNCTION TRIM(II-Parent-Name) UPON CONSOLE
    END-IF.
    IF  II-Disposition = "REVERSED"
        DISPLAY "  reversed by " FUNCTION TRIM(II-Reversal-User)
                " at " II-Reversal-Stamp UPON CONSOLE
    END-IF.
    IF  NOT WS-Tmi-Run-Found
        DISPLAY "  (latest arrival of that name - its posting run "
                "was not recorded)" UPON CONSOLE
    END-IF.

END PROGRAM PGM41.
