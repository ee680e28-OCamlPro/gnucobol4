*> posting register produced with record counts and
*> amount totals per file - so the system of record
*> stops being a spreadsheet fed by hand out of done/.
*> The company's accounting periods (period-control.cfg,
*> maintained through PGM42) decide the date postings go
*> in under: a CLOSED period's postings are re-dated into
*> the first OPEN period after it, and nothing posts into
*> a LOCKED one - those files stay DONE for the next run
*> and raise an alert.
*> A DONE file whose amount total is over its vendor's
*> threshold in ./reports/value-thresholds.cfg is parked
*> AWAIT-REL instead of posting; it posts only once a
*> treasury user has RELEASED it through PGM56, and the
*> register then names who released it and when.
*> Runs after PGM01 in the nightly chain (a
*> job-chain.cfg row adds it - see PGM00B).
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
COPY "./copybooks/Trans-Master-Select.cpy".
COPY "./copybooks/Posting-Reg-Select.cpy".
COPY "./copybooks/Posting-Seq-Select.cpy".
COPY "./copybooks/Period-Ctl-Select.cpy".
COPY "./copybooks/Posted-Ref-Select.cpy".
COPY "./copybooks/Dup-Suspense-Select.cpy".
COPY "./copybooks/Dup-Ref-Rpt-Select.cpy".
COPY "./copybooks/Value-Gate-Select.cpy".
COPY "./copybooks/Value-Release-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".
COPY "./copybooks/Report-Catalog-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Company-Master-Select.cpy".
COPY "./copybooks/Trans-Master-FD.cpy".
COPY "./copybooks/Posting-Reg-FD.cpy".
COPY "./copybooks/Posting-Seq-FD.cpy".
COPY "./copybooks/Period-Ctl-FD.cpy".
COPY "./copybooks/Posted-Ref-FD.cpy".
COPY "./copybooks/Dup-Suspense-FD.cpy".
COPY "./copybooks/Dup-Ref-Rpt-FD.cpy".
COPY "./copybooks/Value-Gate-FD.cpy".
COPY "./copybooks/Value-Release-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".
COPY "./copybooks/Report-Catalog-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Company-Master-FD.cpy".

COPY "./copybooks/Layout-Tbl-WS.cpy".

COPY "./copybooks/Col-Mask-WS.cpy".

COPY "./copybooks/Intake-Data-WS.cpy".

COPY "./copybooks/Trans-Master-WS.cpy".

COPY "./copybooks/Posting-Seq-WS.cpy".

COPY "./copybooks/Period-Ctl-WS.cpy".

COPY "./copybooks/Posted-Ref-WS.cpy".

COPY "./copybooks/Dup-Suspense-WS.cpy".

COPY "./copybooks/Dup-Ref-Rpt-WS.cpy".

COPY "./copybooks/Value-Gate-WS.cpy".

COPY "./copybooks/Value-Release-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/Report-Catalog-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".
*> profile's character for raw vendor bytes) and whether
*> in-band control records must be skipped (never for a
*> canonical copy - normalization already dropped them).
*> Raw bytes under a fixed-width profile are cut into a
*> "|"-joined row first (WS-Post-Flat-Line), the same
*> shape the canonical copy has.
01  WS-Post-Delim                PIC X(01) VALUE "|".
01  WS-Post-Fixed-Sw             PIC X(01) VALUE "N".
    88  WS-Post-Fixed            VALUE "Y".
01  WS-Post-Flat-Line            PIC X(512) VALUE SPACE.
01  WS-Post-Flat-Ptr             PIC 9(04) VALUE ZERO.
01  WS-Post-Amt-Col              PIC 9(02) VALUE ZERO.
01  WS-Post-Source-Path          PIC X(80) VALUE SPACE.
01  WS-Post-Skip-Sw              PIC X(01) VALUE "N".
    88  WS-Post-File-Skipped     VALUE "Y".

*> where the record in hand sits in the file under
*> posting - the physical line last read, and the line
*> the row being posted came off (the held-back line for
*> a control-record file).  Carried onto the master row
*> so QA review can put the posting beside its source.
01  WS-Post-Line-Num             PIC 9(07) VALUE ZERO.
01  WS-Post-Src-Line             PIC 9(07) VALUE ZERO.

*> business-reference duplicate check - the profile's
*> reference column for the file under posting, the
*> value off the record in hand, and the verdict.
01  WS-Post-Ref-Col              PIC 9(02) VALUE ZERO.
01  WS-Post-Ref-Value            PIC X(40) VALUE SPACE.
01  WS-Post-Ref-Dup-Sw           PIC X(01) VALUE "N".
    88  WS-Post-Ref-Duplicate    VALUE "Y".
01  WS-Post-Held-Stamp           PIC X(14) VALUE SPACE.
01  WS-Post-Held-Amount          PIC S9(13)V9(02) VALUE ZERO.

*> period control - the date this company's postings go
*> in under this run (the run date, or the start of the
*> first OPEN period when the run date's period is
*> CLOSED), whether its period refuses posting outright,
*> and how many files that held back.
01  WS-Post-Eff-Date             PIC X(08) VALUE SPACE.
01  WS-Post-Lock-Sw              PIC X(01) VALUE "N".
    88  WS-Post-Period-Locked    VALUE "Y".
01  WS-Post-Refused-Count        PIC 9(05) VALUE ZERO.
01  WS-Post-Refused-Edit         PIC Z(04)9 VALUE ZERO.
01  WS-Post-Companies-Refused    PIC 9(02) VALUE ZERO.

*> value gate - how many of this company's files were
*> parked AWAIT-REL this run, and the register's note of
*> who released a file that does post.
01  WS-Post-Parked-Count         PIC 9(05) VALUE ZERO.
01  WS-Post-Parked-Edit          PIC Z(04)9 VALUE ZERO.
01  WS-Post-Park-Amt-Edit        PIC -(13)9.99 VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
      VARYING WS-Co-Idx FROM 1 BY 1
        UNTIL WS-Co-Idx > WS-Company-Count.

    IF  WS-Post-Companies-Refused > ZERO
        MOVE 4 TO WS-Return
        MOVE "PGM15 posting refused for a LOCKED period - see register"
          TO WS-Return-Msg
    ELSE
        MOVE ZERO TO WS-Return
        MOVE "PGM15 completed successfully" TO WS-Return-Msg
    END-IF.

    IF  WS-Log-File-Open
        MOVE "PGM15 transaction posting complete"

    PERFORM 078-Load-Layout-Table.

    PERFORM 080-Load-Value-Gates.

    PERFORM 097-Load-Company-Table.

    PERFORM 095-Build-Path-Name
*>------------------------------------------------
*> Same ./reports/vendor-layout.cfg load as PGM01's
*> 078-Load-Layout-Table - posting only needs the
*> delimiter, control-record flag, amount column, and
*> business-reference column, but the whole profile
*> rides along.
*>------------------------------------------------
    MOVE SPACE TO WS-Layout-Table-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
            MOVE "Y" TO WS-EOF-LAY
        NOT AT END
            IF  VL-Vendor-Code NOT = SPACE
            AND WS-Layout-Count < WS-Layout-Limit
                ADD 1 TO WS-Layout-Count
                SET WS-Lay-Idx TO WS-Layout-Count
                MOVE VL-Vendor-Code TO WS-Layout-Vendor(WS-Lay-Idx)
                MOVE VL-Co-Col      TO WS-Layout-Co-Col(WS-Lay-Idx)
                MOVE VL-Seq-Start   TO WS-Layout-Seq-Start(WS-Lay-Idx)
                MOVE VL-Seq-Len     TO WS-Layout-Seq-Len(WS-Lay-Idx)
                IF  VL-Ref-Col IS NUMERIC
                    MOVE VL-Ref-Col TO WS-Layout-Ref-Col(WS-Lay-Idx)
                ELSE
                    MOVE ZERO       TO WS-Layout-Ref-Col(WS-Lay-Idx)
                END-IF
                MOVE VL-Mask-Codes  TO WS-Layout-Mask-Codes(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Version)
                                    TO WS-Layout-Version(WS-Lay-Idx)
                MOVE VL-Eff-From    TO WS-Layout-Eff-From(WS-Lay-Idx)
                MOVE VL-Eff-To      TO WS-Layout-Eff-To(WS-Lay-Idx)
                MOVE FUNCTION UPPER-CASE(VL-Format-Sw)
                                    TO WS-Layout-Format-Sw(WS-Lay-Idx)
                IF  WS-Layout-Fixed(WS-Lay-Idx)
                    MOVE VL-Fixed-Spec
                      TO WS-Layout-Fixed-Spec(WS-Lay-Idx)
                ELSE
                    INITIALIZE WS-Layout-Fixed-Spec(WS-Lay-Idx)
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
080-Load-Value-Gates.
*>------------------------------------------------
*> The thresholds are one table at the base ./reports,
*> each row naming the company it applies to (or none).
*> No file means no gate - everything DONE posts, as
*> before.
*>------------------------------------------------
    MOVE SPACE TO WS-Value-Gate-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/value-thresholds.cfg" DELIMITED BY SIZE
      INTO WS-Value-Gate-Path
    END-STRING.

    MOVE ZERO TO WS-Vgt-Count.

    MOVE "N" TO WS-EOF-VGT.
    OPEN INPUT Value-Gate-File.
    IF  WS-StatusVGT = "00"
        PERFORM 081-Read-Value-Gate-Row
          UNTIL Value-Gate-EOF
        CLOSE Value-Gate-File
    END-IF.

*>------------------------------------------------
081-Read-Value-Gate-Row.
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

      INTO WS-Posting-Reg-Path
    END-STRING.

    MOVE SPACE TO WS-Posted-Ref-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posted-refs.dat" DELIMITED BY SIZE
      INTO WS-Posted-Ref-Path
    END-STRING.

    MOVE SPACE TO WS-Dup-Suspense-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "duplicate-suspense.dat" DELIMITED BY SIZE
      INTO WS-Dup-Suspense-Path
    END-STRING.

    MOVE SPACE TO WS-Dup-Ref-Rpt-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "posting-duplicates-" DELIMITED BY SIZE
           WS-Posting-Reg-Date DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
      INTO WS-Dup-Ref-Rpt-Path
    END-STRING.

    MOVE SPACE TO WS-Period-Ctl-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "period-control.cfg" DELIMITED BY SIZE
      INTO WS-Period-Ctl-Path
    END-STRING.

    MOVE SPACE TO WS-Value-Release-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "value-releases.dat" DELIMITED BY SIZE
      INTO WS-Value-Release-Path
    END-STRING.

    MOVE ZERO TO WS-Post-Files-Count
                 WS-Post-Total-Records
                 WS-Post-Total-Amount
                 WS-Dup-Total-Count
                 WS-Post-Refused-Count
                 WS-Post-Parked-Count.
    MOVE "N" TO WS-Dup-Ref-Rpt-Open-Sw.

    OPEN I-O Intake-Index-File.
    IF  WS-StatusIDX NOT = "00"

    PERFORM 205-Read-Posting-Seq.

    PERFORM 206-Load-Period-Table.

    PERFORM 207-Resolve-Posting-Period
      THRU 207-Resolve-Exit.

*>  the posted-reference index is created on first use
*>  like the master; without it the duplicate check is
*>  simply skipped rather than holding the posting up.
    OPEN I-O Posted-Ref-File.
    IF  WS-StatusPRF NOT = "00"
        OPEN OUTPUT Posted-Ref-File
        CLOSE Posted-Ref-File
        OPEN I-O Posted-Ref-File
    END-IF.
    IF  WS-StatusPRF = "00"
        SET WS-Posted-Ref-Open TO TRUE
    ELSE
        MOVE "N" TO WS-Posted-Ref-Open-Sw
    END-IF.

    OPEN OUTPUT Posting-Reg-File.
    IF  WS-StatusPRG = "00"
        MOVE SPACE TO Posting-Reg-Line
        END-IF
        WRITE Posting-Reg-Line

        IF  WS-Post-Period-Locked
            MOVE SPACE TO Posting-Reg-Line
            STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                     DELIMITED BY SIZE
                   " IS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Status(WS-Period-Hit))
                     DELIMITED BY SIZE
                   " - NOTHING POSTED THIS RUN" DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
            WRITE Posting-Reg-Line
        END-IF
        IF  WS-Post-Eff-Date NOT = WS-Posting-Reg-Date
            MOVE SPACE TO Posting-Reg-Line
            STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                     DELIMITED BY SIZE
                   " IS CLOSED - POSTINGS RE-DATED TO " DELIMITED BY SIZE
                   WS-Post-Eff-Date DELIMITED BY SIZE
                   " (PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Period-Name(WS-Period-Open-Hit))
                     DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
            WRITE Posting-Reg-Line
        END-IF

        MOVE SPACE TO Posting-Reg-Line
        MOVE "FILENAME" TO Posting-Reg-Line(1:8)
        MOVE "RECORDS"  TO Posting-Reg-Line(83:7)
        END-STRING
        WRITE Posting-Reg-Line

        IF  WS-Post-Parked-Count > ZERO
            MOVE WS-Post-Parked-Count TO WS-Post-Parked-Edit
            MOVE SPACE TO Posting-Reg-Line
            STRING "FILES AWAITING RELEASE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Post-Parked-Edit) DELIMITED BY SIZE
                   " - NOT POSTED, SEE PGM56" DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
            WRITE Posting-Reg-Line
        END-IF

        CLOSE Posting-Reg-File
    END-IF.

    PERFORM 270-Save-Posting-Seq.

    IF  WS-Post-Parked-Count > ZERO
        PERFORM 2296-Raise-Park-Alert
    END-IF.

    IF  WS-Post-Refused-Count > ZERO
        ADD 1 TO WS-Post-Companies-Refused
        PERFORM 2294-Raise-Lock-Alert
    END-IF.

    IF  WS-Posted-Ref-Open
        MOVE "N" TO WS-Posted-Ref-Open-Sw
        CLOSE Posted-Ref-File
    END-IF.

    IF  WS-Dup-Ref-Rpt-Open
        PERFORM 2292-Close-Dup-Report
    END-IF.

    MOVE "N" TO WS-Trans-Master-Open-Sw.
    CLOSE Trans-Master-File.
    CLOSE Intake-Index-File.
        CLOSE Posting-Seq-File
    END-IF.

*>------------------------------------------------
206-Load-Period-Table.
*>------------------------------------------------
*> No period-control.cfg means no periods are being
*> controlled for this company - everything posts as
*> dated, today's behavior.
*>------------------------------------------------
    MOVE ZERO TO WS-Period-Count.

    MOVE "N" TO WS-EOF-PCT.
    OPEN INPUT Period-Ctl-File.
    IF  WS-StatusPCT = "00"
        PERFORM 2061-Read-Period-Row
          UNTIL Period-Ctl-EOF
        CLOSE Period-Ctl-File
    END-IF.

*>------------------------------------------------
2061-Read-Period-Row.
*>------------------------------------------------
    READ Period-Ctl-File
        AT END
            MOVE "Y" TO WS-EOF-PCT
        NOT AT END
            IF  PC-Period NOT = SPACE
            AND WS-Period-Count < 60
                ADD 1 TO WS-Period-Count
                SET WS-Per-Idx TO WS-Period-Count
                MOVE PC-Period        TO WS-Period-Name(WS-Per-Idx)
                MOVE PC-From-Date     TO WS-Period-From(WS-Per-Idx)
                MOVE PC-To-Date       TO WS-Period-To(WS-Per-Idx)
                MOVE FUNCTION UPPER-CASE(PC-Status)
                                      TO WS-Period-Status(WS-Per-Idx)
                MOVE PC-Changed-By    TO WS-Period-Changed-By(WS-Per-Idx)
                MOVE PC-Changed-Stamp
                  TO WS-Period-Changed-Stamp(WS-Per-Idx)
            END-IF
    END-READ.

*>------------------------------------------------
207-Resolve-Posting-Period.
*>------------------------------------------------
*> Every posting this run is dated the run date, so the
*> period verdict is one per company per run.  A CLOSED
*> period with no OPEN period after it to take the
*> postings refuses them the same as a LOCKED one.
*>------------------------------------------------
    MOVE WS-Posting-Reg-Date TO WS-Post-Eff-Date.
    MOVE "N" TO WS-Post-Lock-Sw.
    MOVE ZERO TO WS-Period-Hit
                 WS-Period-Open-Hit.

    MOVE WS-Posting-Reg-Date TO WS-Period-Search-Date.
    PERFORM 2071-Match-One-Period
      VARYING WS-Per-Idx FROM 1 BY 1
        UNTIL WS-Period-Hit > ZERO
           OR WS-Per-Idx > WS-Period-Count.

    IF  WS-Period-Hit = ZERO
        GO TO 207-Resolve-Exit
    END-IF.

    EVALUATE WS-Period-Status(WS-Period-Hit)
        WHEN "LOCKED"
            MOVE "Y" TO WS-Post-Lock-Sw
        WHEN "CLOSED"
            PERFORM 2072-Find-Next-Open-Period
              VARYING WS-Per-Idx FROM 1 BY 1
                UNTIL WS-Per-Idx > WS-Period-Count
            IF  WS-Period-Open-Hit = ZERO
                MOVE "Y" TO WS-Post-Lock-Sw
            ELSE
                MOVE WS-Period-From(WS-Period-Open-Hit)
                  TO WS-Post-Eff-Date
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    IF  WS-Post-Eff-Date NOT = WS-Posting-Reg-Date
        MOVE SPACE TO WS-MSG
        STRING "posting: period " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
                 DELIMITED BY SIZE
               " closed - postings re-dated to " DELIMITED BY SIZE
               WS-Post-Eff-Date DELIMITED BY SIZE
          INTO WS-MSG
        END-STRING
        MOVE WS-MSG TO Msg OF WS-Log-Line
        PERFORM 910-Write-Log-Line
    END-IF.

*>------------------------------------------------
207-Resolve-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
2071-Match-One-Period.
*>------------------------------------------------
    IF  WS-Period-Search-Date >= WS-Period-From(WS-Per-Idx)
    AND WS-Period-Search-Date <= WS-Period-To(WS-Per-Idx)
        SET WS-Period-Hit TO WS-Per-Idx
    END-IF.

*>------------------------------------------------
2072-Find-Next-Open-Period.
*>------------------------------------------------
*> The earliest-starting OPEN period after the closed
*> one, wherever it sits in the file.
*>------------------------------------------------
    IF  WS-Period-Status(WS-Per-Idx) = "OPEN"
    AND WS-Period-From(WS-Per-Idx) > WS-Period-To(WS-Period-Hit)
        IF  WS-Period-Open-Hit = ZERO
            SET WS-Period-Open-Hit TO WS-Per-Idx
        ELSE
            IF  WS-Period-From(WS-Per-Idx)
              < WS-Period-From(WS-Period-Open-Hit)
                SET WS-Period-Open-Hit TO WS-Per-Idx
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
210-Post-One-Row.
*>------------------------------------------------
*> One intake index row per READ NEXT - only DONE rows
*> post (ARCHIVED, POSTED, SPLIT, FAILED and the rest
*> are someone else's lifecycle), and RELEASED ones - a
*> parked high-value file a treasury user has let
*> through.  Canary probes never post; PGM00B deletes
*> their rows same-run anyway.
*>------------------------------------------------
    READ Intake-Index-File NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-IDX
        NOT AT END
            IF  (II-Disposition = "DONE"
                 OR II-Disposition = "RELEASED")
            AND II-Filename(1:7) NOT = "canary-"
                PERFORM 220-Post-One-File
                  THRU 220-Post-Exit
*> ./files/normalized copy when the normalization
*> stage produced one (pipe-delimited, control records
*> already dropped), otherwise the raw ./files/done
*> bytes read through the vendor's layout profile -
*> with the profile's masked columns masked on the way
*> into the master (the canonical copy arrives masked).
*> Every record gets the next document number; the
*> index row flips to POSTED only after the whole file
*> went in, so a crash mid-file re-posts the file
*>------------------------------------------------
    MOVE "N" TO WS-Post-Skip-Sw.

    IF  WS-Post-Period-Locked
        ADD 1 TO WS-Post-Refused-Count
        IF  WS-StatusPRG = "00"
            MOVE SPACE TO Posting-Reg-Line
            STRING FUNCTION TRIM(II-Filename) DELIMITED BY SIZE
                   "  REFUSED - PERIOD NOT OPEN" DELIMITED BY SIZE
              INTO Posting-Reg-Line
            END-STRING
            WRITE Posting-Reg-Line
        END-IF
        GO TO 220-Post-Exit
    END-IF.

*>  over its value threshold - parked for a treasury
*>  release instead of posting.  A RELEASED file has
*>  already been through the gate.
    IF  II-Disposition = "DONE"
        PERFORM 2230-Check-Value-Gate
        IF  WS-Vgt-Over
            PERFORM 2232-Park-For-Release
            GO TO 220-Post-Exit
        END-IF
    END-IF.

    PERFORM 2202-Find-Layout-Profile.

    MOVE "N" TO WS-Post-Fixed-Sw.
    IF  II-Norm-Sw = "Y"
        MOVE "|" TO WS-Post-Delim
        MOVE "N" TO WS-Ctl-Active-Sw
            MOVE WS-Layout-Delim(WS-Layout-Hit) TO WS-Post-Delim
            MOVE WS-Layout-Ctl-Sw(WS-Layout-Hit)
              TO WS-Ctl-Active-Sw
            IF  WS-Layout-Fixed(WS-Layout-Hit)
                MOVE "|" TO WS-Post-Delim
                MOVE "Y" TO WS-Post-Fixed-Sw
            END-IF
        ELSE
            MOVE "|" TO WS-Post-Delim
            MOVE "N" TO WS-Ctl-Active-Sw

    IF  WS-Layout-Found
        MOVE WS-Layout-Amt-Col(WS-Layout-Hit) TO WS-Post-Amt-Col
        MOVE WS-Layout-Ref-Col(WS-Layout-Hit) TO WS-Post-Ref-Col
    ELSE
        MOVE ZERO TO WS-Post-Amt-Col
                     WS-Post-Ref-Col
    END-IF.

    MOVE "N" TO WS-Mask-Any-Sw.
    IF  II-Norm-Sw NOT = "Y"
    AND WS-Layout-Found
    AND WS-Layout-Mask-Codes(WS-Layout-Hit) NOT = SPACE
        MOVE "Y" TO WS-Mask-Any-Sw
    END-IF.

    CALL "CBL_CHECK_FILE_EXIST"
    END-IF.

    MOVE ZERO TO WS-Post-File-Records
                 WS-Post-File-Amount
                 WS-Dup-File-Count.
    MOVE "N" TO WS-Ctl-Header-Seen-Sw
                WS-Ctl-Held-Sw.
    MOVE ZERO TO WS-Post-Line-Num
                 WS-Ctl-Held-Num.

    MOVE WS-Post-Source-Path TO WS-Intake-Data-Path.

        MOVE WS-Post-File-Amount  TO WS-Post-Det-Amount
        MOVE WS-Posting-Detail-Row TO Posting-Reg-Line
        WRITE Posting-Reg-Line

        IF  II-Disposition = "RELEASED"
            PERFORM 2233-Find-Release-Row
            MOVE SPACE TO Posting-Reg-Line
            IF  WS-Vrl-Found
                STRING "    RELEASED OVER VALUE THRESHOLD BY "
                         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Vrl-User) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       WS-Vrl-Stamp(1:8) DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       WS-Vrl-Stamp(9:6) DELIMITED BY SIZE
                  INTO Posting-Reg-Line
                END-STRING
            ELSE
                MOVE "    RELEASED OVER VALUE THRESHOLD - NO RELEASE RECORD ON FILE"
                  TO Posting-Reg-Line
            END-IF
            WRITE Posting-Reg-Line
        END-IF
    END-IF.

    IF  WS-Dup-File-Count > ZERO
        PERFORM 2293-Raise-Dup-Alert
    END-IF.

    MOVE "POSTED" TO II-Disposition.
    MOVE WS-Run-ID           TO II-Post-Run-ID.
    MOVE WS-Post-Eff-Date    TO II-Post-Date.
    REWRITE Intake-Index-Record
        INVALID KEY
            CONTINUE
*>------------------------------------------------
2202-Find-Layout-Profile.
*>------------------------------------------------
*> Match the row's stamped vendor code and layout
*> version against the layout profile table - post
*> under the version intake validated the file against.
*> A row stamped before versions existed falls back to
*> the version in force on the date it was received,
*> then to the vendor's first row.  Same rule as
*> PGM01's 2473-Find-Stamped-Layout.
*>------------------------------------------------
    MOVE "N"  TO WS-Layout-Found-Sw.
    MOVE ZERO TO WS-Layout-Hit.
    MOVE FUNCTION UPPER-CASE(II-Layout-Version)
      TO WS-Layout-Sel-Tag.
    MOVE II-Received-Date TO WS-Layout-Sel-Date.

    IF  II-Vendor-Code NOT = SPACE
    AND WS-Layout-Count > ZERO
        IF  WS-Layout-Sel-Tag NOT = SPACE
            PERFORM 22022-Match-Stamped-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 22023-Match-Dated-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
        IF  NOT WS-Layout-Found
            PERFORM 22021-Match-One-Layout-Row
              VARYING WS-Lay-Idx FROM 1 BY 1
                UNTIL WS-Layout-Found
                   OR WS-Lay-Idx > WS-Layout-Count
        END-IF
    END-IF.

*>------------------------------------------------
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
22022-Match-Stamped-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx)  = II-Vendor-Code
    AND WS-Layout-Version(WS-Lay-Idx) = WS-Layout-Sel-Tag
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
22023-Match-Dated-Row.
*>------------------------------------------------
    IF  WS-Layout-Vendor(WS-Lay-Idx) = II-Vendor-Code
    AND (WS-Layout-Eff-From(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-From(WS-Lay-Idx) NOT > WS-Layout-Sel-Date)
    AND (WS-Layout-Eff-To(WS-Lay-Idx) = SPACE
         OR WS-Layout-Eff-To(WS-Lay-Idx) NOT < WS-Layout-Sel-Date)
        MOVE "Y" TO WS-Layout-Found-Sw
        SET WS-Layout-Hit TO WS-Lay-Idx
    END-IF.

*>------------------------------------------------
2210-Post-One-Record.
*>------------------------------------------------
*> One source row per READ - header skipped and the
*> trailer held back (and dropped) for a raw control-
*> record file, same lookbehind PGM01's content pass
*> uses; a canonical copy has neither.  A fixed-width
*> profile that codes its records posts its detail
*> rows only, whatever order the others came in.
*>------------------------------------------------
    READ Intake-Data-File
        AT END
            MOVE "Y" TO WS-EOF-IDT
        NOT AT END
            ADD 1 TO WS-Post-Line-Num
            MOVE WS-Post-Line-Num TO WS-Post-Src-Line
            INSPECT Intake-Data-Line
                REPLACING ALL X"0D" BY SPACE
            IF  Intake-Data-Line NOT = SPACE
                EVALUATE TRUE
                    WHEN WS-Post-Fixed
                     AND WS-Layout-Rt-Len(WS-Layout-Hit) > ZERO
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 22165-Classify-Record-Type
                        IF  WS-Rt-Detail-Row
                            PERFORM 2216-Route-One-Record
                        END-IF
                    WHEN WS-Ctl-Active
                        IF  NOT WS-Ctl-Header-Seen
                            MOVE "Y" TO WS-Ctl-Header-Seen-Sw
                        ELSE
                            IF  WS-Ctl-Row-Held
                                MOVE WS-Ctl-Held-Line
                                  TO WS-Ctl-Work-Line
                                MOVE WS-Ctl-Held-Num
                                  TO WS-Post-Src-Line
                                PERFORM 2216-Route-One-Record
                            END-IF
                            MOVE Intake-Data-Line TO WS-Ctl-Held-Line
                            MOVE WS-Post-Line-Num TO WS-Ctl-Held-Num
                            MOVE "Y" TO WS-Ctl-Held-Sw
                        END-IF
                    WHEN OTHER
                        MOVE Intake-Data-Line TO WS-Ctl-Work-Line
                        PERFORM 2216-Route-One-Record
                END-EVALUATE
            END-IF
    END-READ.


    MOVE SPACE TO Trans-Master-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO TM-Company.
    MOVE WS-Post-Eff-Date           TO TM-Post-Date.
    MOVE WS-Posting-Seq-Number      TO TM-Doc-Number.
    MOVE II-Filename                TO TM-Source-File.
    MOVE WS-Post-Src-Line           TO TM-Source-Line.
    IF  II-Norm-Sw = "Y"
        MOVE "Y"                    TO TM-Source-Canon-Sw
    ELSE
        MOVE "N"                    TO TM-Source-Canon-Sw
    END-IF.
    MOVE WS-Run-ID                  TO TM-Run-ID.
    IF  WS-Mask-Any
        MOVE WS-Mask-Row-Buf(1 : 200)  TO TM-Record-Data
    ELSE
        MOVE WS-Ctl-Work-Line(1 : 200) TO TM-Record-Data
    END-IF.
    MOVE II-Vendor-Code             TO TM-Vendor-Code.
    MOVE WS-Post-Delim              TO TM-Delimiter.
    MOVE ZERO                       TO TM-Reverses-Doc
                                       TM-Reversed-By-Doc.
    MOVE WS-Post-Ref-Value          TO TM-Business-Ref.
    IF  WS-Post-Eff-Date NOT = WS-Posting-Reg-Date
        MOVE WS-Posting-Reg-Date    TO TM-Orig-Post-Date
    END-IF.

    MOVE ZERO TO TM-Amount.
    IF  WS-Post-Amt-Col > ZERO
    ADD 1         TO WS-Post-File-Records.
    ADD TM-Amount TO WS-Post-File-Amount.

    IF  WS-Post-Ref-Value NOT = SPACE
    AND WS-Posted-Ref-Open
        PERFORM 2218-Record-Posted-Ref
    END-IF.

*>------------------------------------------------
2212-Split-Posting-Row.
*>------------------------------------------------
        MOVE "N" TO WS-Content-Value-OK-Sw
    END-IF.

*>------------------------------------------------
2216-Route-One-Record.
*>------------------------------------------------
*> When the profile names a business-reference column,
*> a record whose reference this company already posted
*> for this vendor is held in suspense instead of
*> posted; everything else posts as before.  A masked
*> reference column is compared (and kept) as its
*> token, the same value the canonical copy carries.
*>------------------------------------------------
    MOVE SPACE TO WS-Post-Ref-Value.
    MOVE "N"   TO WS-Post-Ref-Dup-Sw.

    IF  WS-Post-Fixed
        PERFORM 22161-Flatten-Fixed-Row
    END-IF.

    IF  WS-Mask-Any
        PERFORM 2220-Mask-Work-Line
    END-IF.

    IF  WS-Post-Ref-Col > ZERO
    AND WS-Post-Ref-Col <= 20
        PERFORM 2212-Split-Posting-Row
        MOVE WS-Content-Col(WS-Post-Ref-Col) TO WS-Content-Value
        PERFORM 2213-Strip-Value-Quotes
        IF  WS-Mask-Any
        AND WS-Layout-Mask(WS-Layout-Hit, WS-Post-Ref-Col) NOT = SPACE
            MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Post-Ref-Col)
              TO WS-Mask-Code
            PERFORM 2222-Mask-Column-Value
        END-IF
        MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Post-Ref-Value
        IF  WS-Post-Ref-Value NOT = SPACE
        AND WS-Posted-Ref-Open
            PERFORM 2217-Check-Posted-Ref
        END-IF
    END-IF.

    IF  WS-Post-Ref-Duplicate
        PERFORM 2219-Hold-Duplicate-Record
    ELSE
        PERFORM 2211-Write-Master-Record
    END-IF.

*>------------------------------------------------
22161-Flatten-Fixed-Row.
*>------------------------------------------------
*> Cut a fixed-width record into its columns by the
*> profile's positions and join them back on "|" in
*> WS-Ctl-Work-Line - what normalization would have
*> written, so the master row, masking and the amount
*> and reference columns see one shape either way.
*>------------------------------------------------
    MOVE SPACE TO WS-Post-Flat-Line.
    MOVE 1     TO WS-Post-Flat-Ptr.

    PERFORM 22162-Append-Fixed-Column
      VARYING WS-Pos-Col-Num FROM 1 BY 1
        UNTIL WS-Pos-Col-Num > WS-Layout-Cols(WS-Layout-Hit)
           OR WS-Pos-Col-Num > 20.

    MOVE WS-Post-Flat-Line TO WS-Ctl-Work-Line.

*>------------------------------------------------
22162-Append-Fixed-Column.
*>------------------------------------------------
    MOVE WS-Layout-Pos-Start(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Start.
    MOVE WS-Layout-Pos-Len(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Len.
    MOVE WS-Layout-Pos-Dec(WS-Layout-Hit, WS-Pos-Col-Num)
      TO WS-Pos-Dec.
    PERFORM 22163-Cut-Positional-Value.

    IF  WS-Pos-Col-Num > 1
        STRING "|" DELIMITED BY SIZE
          INTO WS-Post-Flat-Line
          WITH POINTER WS-Post-Flat-Ptr
        END-STRING
    END-IF.
    IF  WS-Content-Value NOT = SPACE
        STRING FUNCTION TRIM(WS-Content-Value) DELIMITED BY SIZE
          INTO WS-Post-Flat-Line
          WITH POINTER WS-Post-Flat-Ptr
        END-STRING
    END-IF.

*>------------------------------------------------
22163-Cut-Positional-Value.
*>------------------------------------------------
*> Same cut as PGM01's 21232-Cut-Positional-Value.
*>------------------------------------------------
    MOVE SPACE TO WS-Content-Value.

    IF  WS-Pos-Start > ZERO
    AND WS-Pos-Len > ZERO
    AND WS-Pos-Start + WS-Pos-Len - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Pos-Start : WS-Pos-Len)
          TO WS-Content-Work-Value
        IF  WS-Content-Work-Value NOT = SPACE
            MOVE FUNCTION TRIM(WS-Content-Work-Value)
              TO WS-Content-Value
            IF  WS-Pos-Dec > ZERO
                PERFORM 22164-Place-Implied-Decimals
                  THRU 22164-Place-Exit
            END-IF
        END-IF
    END-IF.

*>------------------------------------------------
22164-Place-Implied-Decimals.
*>------------------------------------------------
*> Same placement as PGM01's 21233-Place-Implied-
*> Decimals.
*>------------------------------------------------
    MOVE SPACE TO WS-Pos-Sign.
    MOVE WS-Content-Value TO WS-Pos-Digits.
    IF  WS-Content-Value(1 : 1) = "-"
    OR  WS-Content-Value(1 : 1) = "+"
        IF  WS-Content-Value(1 : 1) = "-"
            MOVE "-" TO WS-Pos-Sign
        END-IF
        MOVE WS-Content-Value(2 : 79) TO WS-Pos-Digits
    END-IF.

    IF  WS-Pos-Digits = SPACE
        GO TO 22164-Place-Exit
    END-IF.

    COMPUTE WS-Pos-Digits-Len
          = FUNCTION LENGTH(FUNCTION TRIM(WS-Pos-Digits)).
    IF  WS-Pos-Digits(1 : WS-Pos-Digits-Len) IS NOT NUMERIC
        GO TO 22164-Place-Exit
    END-IF.

    MOVE SPACE TO WS-Content-Value.
    EVALUATE TRUE
        WHEN WS-Pos-Digits-Len > WS-Pos-Dec
            COMPUTE WS-Pos-Int-Len = WS-Pos-Digits-Len - WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   WS-Pos-Digits(1 : WS-Pos-Int-Len)
                     DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-Pos-Digits(WS-Pos-Int-Len + 1 : WS-Pos-Dec)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN WS-Pos-Digits-Len = WS-Pos-Dec
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
        WHEN OTHER
            STRING WS-Pos-Sign DELIMITED BY SPACE
                   "0." DELIMITED BY SIZE
                   WS-Pos-Zeros(1 : WS-Pos-Dec - WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
                   WS-Pos-Digits(1 : WS-Pos-Digits-Len)
                     DELIMITED BY SIZE
              INTO WS-Content-Value
            END-STRING
    END-EVALUATE.

22164-Place-Exit.
    EXIT.

*>------------------------------------------------
22165-Classify-Record-Type.
*>------------------------------------------------
*> Same classification as PGM01's 2128-Classify-
*> Record-Type.
*>------------------------------------------------
    MOVE SPACE TO WS-Rt-Code.
    IF  WS-Layout-Rt-Start(WS-Layout-Hit) > ZERO
    AND WS-Layout-Rt-Start(WS-Layout-Hit)
          + WS-Layout-Rt-Len(WS-Layout-Hit) - 1 <= 512
        MOVE WS-Ctl-Work-Line(WS-Layout-Rt-Start(WS-Layout-Hit) :
                              WS-Layout-Rt-Len(WS-Layout-Hit))
          TO WS-Rt-Code
    END-IF.

    EVALUATE TRUE
        WHEN WS-Layout-Rt-Header(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Header(WS-Layout-Hit)
            SET WS-Rt-Header-Row TO TRUE
        WHEN WS-Layout-Rt-Trailer(WS-Layout-Hit) NOT = SPACE
         AND WS-Rt-Code = WS-Layout-Rt-Trailer(WS-Layout-Hit)
            SET WS-Rt-Trailer-Row TO TRUE
        WHEN WS-Layout-Rt-Detail(WS-Layout-Hit) = SPACE
         OR  WS-Rt-Code = WS-Layout-Rt-Detail(WS-Layout-Hit)
            SET WS-Rt-Detail-Row TO TRUE
        WHEN OTHER
            SET WS-Rt-Unknown-Row TO TRUE
    END-EVALUATE.

*>------------------------------------------------
2217-Check-Posted-Ref.
*>------------------------------------------------
*> The same arrival coming round again under a later
*> run (the pass before it was interrupted before the
*> row flipped to POSTED) is finishing its own posting,
*> not a resend - only a different arrival, or a
*> repeat inside this same pass, is a duplicate.
*>------------------------------------------------
    MOVE WS-Company-Code(WS-Co-Idx) TO PR-Company.
    MOVE II-Vendor-Code             TO PR-Vendor-Code.
    MOVE WS-Post-Ref-Value          TO PR-Reference.

    READ Posted-Ref-File
        KEY IS PR-Key
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF  PR-Source-File = II-Filename
            AND PR-Received-Stamp = II-Received-Stamp
            AND PR-Run-ID NOT = WS-Run-ID
                CONTINUE
            ELSE
                MOVE "Y" TO WS-Post-Ref-Dup-Sw
            END-IF
    END-READ.

*>------------------------------------------------
2218-Record-Posted-Ref.
*>------------------------------------------------
*> Remember the reference against the document just
*> written.
*>------------------------------------------------
    MOVE SPACE TO Posted-Ref-Record.
    MOVE WS-Company-Code(WS-Co-Idx) TO PR-Company.
    MOVE II-Vendor-Code             TO PR-Vendor-Code.
    MOVE WS-Post-Ref-Value          TO PR-Reference.
    MOVE TM-Doc-Number              TO PR-Doc-Number.
    MOVE TM-Post-Date               TO PR-Post-Date.
    MOVE II-Filename                TO PR-Source-File.
    MOVE II-Received-Stamp          TO PR-Received-Stamp.
    MOVE WS-Run-ID                  TO PR-Run-ID.

    WRITE Posted-Ref-Record
      INVALID KEY
        REWRITE Posted-Ref-Record
    END-WRITE.

*>------------------------------------------------
2219-Hold-Duplicate-Record.
*>------------------------------------------------
*> The record goes to the suspense file whole, with
*> what it collided with, and onto the duplicates
*> report - no document number is consumed.
*>------------------------------------------------
    IF  NOT WS-Dup-Ref-Rpt-Open
        PERFORM 2291-Open-Dup-Report
    END-IF.

    ADD 1 TO WS-Dup-File-Count
             WS-Dup-Total-Count.

    MOVE ZERO TO WS-Post-Held-Amount.
    IF  WS-Post-Amt-Col > ZERO
        MOVE WS-Content-Col(WS-Post-Amt-Col) TO WS-Content-Value
        PERFORM 2213-Strip-Value-Quotes
        PERFORM 2214-Check-Value-Numeric
        IF  WS-Content-Value NOT = SPACE
        AND WS-Content-Value-OK
            MOVE FUNCTION NUMVAL(WS-Content-Value) TO WS-Post-Held-Amount
        END-IF
    END-IF.

    IF  WS-StatusDSP = "00"
        MOVE SPACE TO Dup-Suspense-Line
        MOVE WS-Post-Held-Stamp         TO DS-Held-Stamp
        MOVE WS-Company-Code(WS-Co-Idx) TO DS-Company
        MOVE II-Vendor-Code             TO DS-Vendor-Code
        MOVE WS-Post-Ref-Value          TO DS-Reference
        MOVE II-Filename                TO DS-Source-File
        MOVE II-Received-Stamp          TO DS-Received-Stamp
        MOVE WS-Run-ID                  TO DS-Run-ID
        MOVE PR-Doc-Number              TO DS-Orig-Doc-Number
        MOVE PR-Post-Date               TO DS-Orig-Post-Date
        MOVE PR-Source-File             TO DS-Orig-Source-File
        MOVE WS-Post-Held-Amount        TO DS-Amount
        MOVE WS-Post-Delim              TO DS-Delimiter
        IF  WS-Mask-Any
            MOVE WS-Mask-Row-Buf(1 : 200)  TO DS-Record-Data
        ELSE
            MOVE WS-Ctl-Work-Line(1 : 200) TO DS-Record-Data
        END-IF
        WRITE Dup-Suspense-Line
    END-IF.

    IF  WS-StatusDRR = "00"
        MOVE SPACE TO WS-Dup-Ref-Row
        MOVE WS-Post-Ref-Value   TO WS-Dup-Det-Reference
        MOVE WS-Post-Held-Amount TO WS-Dup-Det-Amount
        MOVE II-Filename         TO WS-Dup-Det-Source-File
        MOVE PR-Doc-Number       TO WS-Dup-Det-Orig-Doc
        MOVE PR-Post-Date        TO WS-Dup-Det-Orig-Date
        MOVE WS-Dup-Ref-Row      TO Dup-Ref-Rpt-Line
        WRITE Dup-Ref-Rpt-Line
    END-IF.

*>------------------------------------------------
2220-Mask-Work-Line.
*>------------------------------------------------
*> Same rebuild as PGM01's 2435-Mask-Work-Line: the
*> record in WS-Mask-Row-Buf on its own delimiter, the
*> profile's masked columns masked, the rest as read.
*> The amount is still taken from the record itself.
*>------------------------------------------------
    PERFORM 2212-Split-Posting-Row.

    MOVE SPACE TO WS-Mask-Row-Buf.
    MOVE 1     TO WS-Mask-Ptr.

    PERFORM 2221-Append-One-Mask-Col
      VARYING WS-Mask-Col-Num FROM 1 BY 1
        UNTIL WS-Mask-Col-Num > WS-Content-Col-Count.

*>------------------------------------------------
2221-Append-One-Mask-Col.
*>------------------------------------------------
    IF  WS-Mask-Col-Num > 1
        STRING WS-Post-Delim DELIMITED BY SIZE
          INTO WS-Mask-Row-Buf
          WITH POINTER WS-Mask-Ptr
        END-STRING
    END-IF.

    IF  WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num) NOT = SPACE
        MOVE WS-Content-Col(WS-Mask-Col-Num) TO WS-Content-Value
        PERFORM 2213-Strip-Value-Quotes
        MOVE WS-Layout-Mask(WS-Layout-Hit, WS-Mask-Col-Num)
          TO WS-Mask-Code
        PERFORM 2222-Mask-Column-Value
        MOVE WS-Content-Value TO WS-Mask-Col-Text
    ELSE
        MOVE WS-Content-Col(WS-Mask-Col-Num) TO WS-Mask-Col-Text
    END-IF.

    IF  WS-Mask-Col-Text NOT = SPACE
        STRING FUNCTION TRIM(WS-Mask-Col-Text TRAILING) DELIMITED BY SIZE
          INTO WS-Mask-Row-Buf
          WITH POINTER WS-Mask-Ptr
        END-STRING
    END-IF.

*>------------------------------------------------
2222-Mask-Column-Value.
*>------------------------------------------------
*> Same F/P/T rules as PGM01's 2434-Mask-Column-Value -
*> an unknown code masks the whole value.
*>------------------------------------------------
    IF  WS-Content-Value NOT = SPACE
        MOVE FUNCTION TRIM(WS-Content-Value) TO WS-Content-Work-Value
        MOVE WS-Content-Work-Value TO WS-Content-Value
        COMPUTE WS-Mask-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Content-Value))

        EVALUATE TRUE
            WHEN WS-Mask-Partial
                IF  WS-Mask-Len > 4
                    MOVE ALL "*"
                      TO WS-Content-Value(1 : WS-Mask-Len - 4)
                ELSE
                    MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
                END-IF
            WHEN WS-Mask-Token
                PERFORM 2223-Build-Mask-Token
                MOVE SPACE TO WS-Content-Value
                MOVE WS-Mask-Token-Value TO WS-Content-Value
            WHEN OTHER
                MOVE ALL "*" TO WS-Content-Value(1 : WS-Mask-Len)
        END-EVALUATE
    END-IF.

*>------------------------------------------------
2223-Build-Mask-Token.
*>------------------------------------------------
*> Same keyed hash as PGM01's 24341-Build-Mask-Token.
*>------------------------------------------------
    IF  NOT WS-Mask-Key-Loaded
        MOVE "Y" TO WS-Mask-Key-Sw
        ACCEPT WS-Mask-Key FROM ENVIRONMENT "PGM00_MASK_KEY"
          END-ACCEPT
        MOVE 7 TO WS-Mask-Hash
        IF  WS-Mask-Key NOT = SPACE
            MOVE WS-Mask-Key TO WS-Mask-Hash-Src
            COMPUTE WS-Mask-Hash-Len
                  = FUNCTION LENGTH(FUNCTION TRIM(WS-Mask-Key))
            PERFORM 2224-Hash-One-Char
              VARYING WS-Mask-Char-Idx FROM 1 BY 1
                UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len
        END-IF
        MOVE WS-Mask-Hash TO WS-Mask-Seed
    END-IF.

    MOVE WS-Mask-Seed     TO WS-Mask-Hash.
    MOVE WS-Content-Value TO WS-Mask-Hash-Src.
    MOVE WS-Mask-Len      TO WS-Mask-Hash-Len.
    PERFORM 2224-Hash-One-Char
      VARYING WS-Mask-Char-Idx FROM 1 BY 1
        UNTIL WS-Mask-Char-Idx > WS-Mask-Hash-Len.

    MOVE WS-Mask-Hash TO WS-Mask-Token-Digits.

*>------------------------------------------------
2224-Hash-One-Char.
*>------------------------------------------------
    COMPUTE WS-Mask-Hash
          = FUNCTION MOD(WS-Mask-Hash * 131
              + FUNCTION ORD(WS-Mask-Hash-Src(WS-Mask-Char-Idx : 1)),
              9999999967).

*>------------------------------------------------
2230-Check-Value-Gate.
*>------------------------------------------------
*> The most specific threshold row for this file's
*> vendor and company, and whether the file's amount
*> total - either sign, a ten-times credit is as much a
*> surprise as a debit - is over it.
*>------------------------------------------------
    MOVE "N" TO WS-Vgt-Over-Sw.
    MOVE ZERO TO WS-Vgt-Hit
                 WS-Vgt-Best-Rank.
    MOVE FUNCTION UPPER-CASE(II-Vendor-Code) TO WS-Vgt-Check-Vendor.
    MOVE FUNCTION UPPER-CASE(WS-Company-Code(WS-Co-Idx))
      TO WS-Vgt-Check-Company.

    PERFORM 2231-Match-One-Value-Gate
      VARYING WS-Vgt-Idx FROM 1 BY 1
        UNTIL WS-Vgt-Idx > WS-Vgt-Count.

    IF  WS-Vgt-Hit > ZERO
        IF  II-Amount-Sum < ZERO
            COMPUTE WS-Vgt-Abs-Amount = ZERO - II-Amount-Sum
        ELSE
            MOVE II-Amount-Sum TO WS-Vgt-Abs-Amount
        END-IF
        IF  WS-Vgt-Abs-Amount > WS-Vgt-Limit(WS-Vgt-Hit)
            MOVE "Y" TO WS-Vgt-Over-Sw
        END-IF
    END-IF.

*>------------------------------------------------
2231-Match-One-Value-Gate.
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
2232-Park-For-Release.
*>------------------------------------------------
*> The row goes AWAIT-REL and stays in ./files/done
*> untouched; PGM56 shows it to treasury.  One WARNING
*> structured line per file, one alert per company at
*> the end of the pass (2296).
*>------------------------------------------------
    ADD 1 TO WS-Post-Parked-Count.

    MOVE "AWAIT-REL" TO II-Disposition.
    REWRITE Intake-Index-Record
        INVALID KEY
            CONTINUE
    END-REWRITE.

    MOVE II-Amount-Sum TO WS-Post-Park-Amt-Edit.
    MOVE WS-Vgt-Limit(WS-Vgt-Hit) TO WS-Vgt-Limit-Edit.

    IF  WS-StatusPRG = "00"
        MOVE SPACE TO Posting-Reg-Line
        STRING FUNCTION TRIM(II-Filename) DELIMITED BY SIZE
               "  AWAITING RELEASE - AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Post-Park-Amt-Edit) DELIMITED BY SIZE
               " OVER THRESHOLD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Vgt-Limit-Edit) DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line
    END-IF.

    MOVE SPACE TO WS-MSG.
    STRING "posting: " DELIMITED BY SIZE
           FUNCTION TRIM(II-Filename) DELIMITED BY SIZE
           " parked - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Post-Park-Amt-Edit) DELIMITED BY SIZE
           " over " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Vgt-Limit-Edit) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2232-PARK-FOR-RELEASE" TO WS-Log-Source-Para.
    MOVE 9145 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

*>------------------------------------------------
2233-Find-Release-Row.
*>------------------------------------------------
*> The latest RELEASED row PGM56 wrote for this exact
*> arrival (name plus received stamp).
*>------------------------------------------------
    MOVE "N" TO WS-Vrl-Found-Sw.
    MOVE SPACE TO WS-Vrl-User
                  WS-Vrl-Stamp.

    MOVE "N" TO WS-EOF-VRL.
    OPEN INPUT Value-Release-File.
    IF  WS-StatusVRL = "00"
        PERFORM 2234-Read-Release-Row
          UNTIL Value-Release-EOF
        CLOSE Value-Release-File
    END-IF.

*>------------------------------------------------
2234-Read-Release-Row.
*>------------------------------------------------
    READ Value-Release-File
        AT END
            MOVE "Y" TO WS-EOF-VRL
        NOT AT END
            IF  VR-Filename = II-Filename
            AND VR-Received-Stamp = II-Received-Stamp
            AND VR-Action = "RELEASED"
                MOVE "Y"      TO WS-Vrl-Found-Sw
                MOVE VR-User  TO WS-Vrl-User
                MOVE VR-Stamp TO WS-Vrl-Stamp
            END-IF
    END-READ.

*>------------------------------------------------
2291-Open-Dup-Report.
*>------------------------------------------------
*> First duplicate of the pass: open the suspense file
*> for append and start the dated report.
*>------------------------------------------------
    MOVE "Y" TO WS-Dup-Ref-Rpt-Open-Sw.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.
    MOVE SPACE TO WS-Post-Held-Stamp.
    STRING CDT-Date    DELIMITED BY SIZE
           CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Post-Held-Stamp
    END-STRING.

    OPEN EXTEND Dup-Suspense-File.
    IF  WS-StatusDSP NOT = "00"
        OPEN OUTPUT Dup-Suspense-File
    END-IF.

    OPEN OUTPUT Dup-Ref-Rpt-File.
    IF  WS-StatusDRR = "00"
        MOVE SPACE TO Dup-Ref-Rpt-Line
        IF  WS-Company-Code(WS-Co-Idx) = SPACE
            STRING "DUPLICATE BUSINESS REFERENCES HELD - "
                     DELIMITED BY SIZE
                   WS-Posting-Reg-Date DELIMITED BY SIZE
              INTO Dup-Ref-Rpt-Line
            END-STRING
        ELSE
            STRING "DUPLICATE BUSINESS REFERENCES HELD - "
                     DELIMITED BY SIZE
                   WS-Posting-Reg-Date DELIMITED BY SIZE
                   " - COMPANY " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
                     DELIMITED BY SIZE
              INTO Dup-Ref-Rpt-Line
            END-STRING
        END-IF
        WRITE Dup-Ref-Rpt-Line

        MOVE SPACE TO Dup-Ref-Rpt-Line
        MOVE "REFERENCE"    TO Dup-Ref-Rpt-Line(1:9)
        MOVE "AMOUNT"       TO Dup-Ref-Rpt-Line(34:6)
        MOVE "SOURCE FILE"  TO Dup-Ref-Rpt-Line(43:11)
        MOVE "FIRST DOC"    TO Dup-Ref-Rpt-Line(85:9)
        MOVE "POSTED"       TO Dup-Ref-Rpt-Line(96:6)
        WRITE Dup-Ref-Rpt-Line
    END-IF.

*>------------------------------------------------
2292-Close-Dup-Report.
*>------------------------------------------------
    MOVE "N" TO WS-Dup-Ref-Rpt-Open-Sw.

    IF  WS-StatusDSP = "00"
        CLOSE Dup-Suspense-File
    END-IF.

    IF  WS-StatusDRR = "00"
        MOVE SPACE TO Dup-Ref-Rpt-Line
        WRITE Dup-Ref-Rpt-Line

        MOVE WS-Dup-Total-Count TO WS-Dup-Count-Edit
        MOVE SPACE TO Dup-Ref-Rpt-Line
        STRING "RECORDS HELD IN SUSPENSE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dup-Count-Edit) DELIMITED BY SIZE
          INTO Dup-Ref-Rpt-Line
        END-STRING
        WRITE Dup-Ref-Rpt-Line

        CLOSE Dup-Ref-Rpt-File

        MOVE "POSTDUP" TO WS-Cat-Type
        MOVE WS-Posting-Reg-Date TO WS-Cat-Date
        MOVE WS-Company-Code(WS-Co-Idx) TO WS-Cat-Company
        MOVE WS-Dup-Total-Count TO WS-Cat-Rows
        MOVE WS-Dup-Ref-Rpt-Path TO WS-Cat-Path
        PERFORM 940-Register-Report
    END-IF.

*>------------------------------------------------
2293-Raise-Dup-Alert.
*>------------------------------------------------
*> One alert per file that carried duplicates - PGM05
*> opens the work item off it - with a note under the
*> file's register line and a WARNING structured line.
*>------------------------------------------------
    MOVE WS-Dup-File-Count TO WS-Dup-Count-Edit.

    IF  WS-StatusPRG = "00"
        MOVE SPACE TO Posting-Reg-Line
        STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Dup-Count-Edit) DELIMITED BY SIZE
               " record(s) held - business reference already posted"
                 DELIMITED BY SIZE
          INTO Posting-Reg-Line
        END-STRING
        WRITE Posting-Reg-Line
    END-IF.

    MOVE SPACE TO WS-MSG.
    STRING "posting: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Dup-Count-Edit) DELIMITED BY SIZE
           " duplicate reference(s) held from " DELIMITED BY SIZE
           FUNCTION TRIM(II-Filename) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2293-RAISE-DUP-ALERT" TO WS-Log-Source-Para.
    MOVE 9135 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 2295-Write-Alert-Row.

*>------------------------------------------------
2294-Raise-Lock-Alert.
*>------------------------------------------------
*> One alert per company whose period refused the run's
*> postings - PGM05 opens the work item off it - and an
*> ERROR structured line.  The files stay DONE and post
*> on the first run after the period is reopened.
*>------------------------------------------------
    MOVE WS-Post-Refused-Count TO WS-Post-Refused-Edit.

    MOVE SPACE TO WS-MSG.
    STRING "posting: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Post-Refused-Edit) DELIMITED BY SIZE
           " file(s) refused - period " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Period-Name(WS-Period-Hit))
             DELIMITED BY SIZE
           " is " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Period-Status(WS-Period-Hit))
             DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
             DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Error TO TRUE.
    MOVE "2294-RAISE-LOCK-ALERT" TO WS-Log-Source-Para.
    MOVE 9136 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 2295-Write-Alert-Row.

*>------------------------------------------------
2295-Write-Alert-Row.
*>------------------------------------------------
*> WS-MSG as one ./logs/alerts.queue row, same layout
*> as PGM16's 240-Raise-Recon-Alert.
*>------------------------------------------------
    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-logs)) DELIMITED BY SIZE
           "alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Row.
    STRING Date-YYYY OF WS-Log-Line DELIMITED BY SIZE
           Date-MM   OF WS-Log-Line DELIMITED BY SIZE
           Date-DD   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Date
    END-STRING.
    STRING Time-HH   OF WS-Log-Line DELIMITED BY SIZE
           Time-MM   OF WS-Log-Line DELIMITED BY SIZE
           Time-SS   OF WS-Log-Line DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
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
    END-IF.
    IF  WS-StatusALQ = "00"
        WRITE Alert-Queue-Line
          FROM WS-Alert-Queue-Row
        END-WRITE
        CLOSE Alert-Queue-File
    END-IF.

*>------------------------------------------------
2296-Raise-Park-Alert.
*>------------------------------------------------
*> One alert per company that had files parked over
*> their value threshold this run, so treasury hears of
*> them before the GL does.
*>------------------------------------------------
    MOVE WS-Post-Parked-Count TO WS-Post-Parked-Edit.

    MOVE SPACE TO WS-MSG.
    STRING "posting: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Post-Parked-Edit) DELIMITED BY SIZE
           " file(s) over value threshold awaiting release " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Company-Code(WS-Co-Idx))
             DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.
    MOVE WS-MSG TO Msg OF WS-Log-Line.
    PERFORM 910-Write-Log-Line.

    SET WS-Log-Sev-Warning TO TRUE.
    MOVE "2296-RAISE-PARK-ALERT" TO WS-Log-Source-Para.
    MOVE 9145 TO WS-Log-Event-Code.
    MOVE WS-MSG TO WS-Log-Struct-Text.
    PERFORM 911-Write-Log-Struct-Line.

    PERFORM 2295-Write-Alert-Row.

*>------------------------------------------------
910-Write-Log-Line.
*>------------------------------------------------
