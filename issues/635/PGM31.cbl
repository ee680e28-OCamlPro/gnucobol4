*> cover page on top, the lot tarred into
*> ./reports/audit-pack-<from>-<to>.tar.gz.  Every
*> extracted row still carries its WS-Run-ID, so the
*> pack cross-references itself.  The ledger rows go
*> in with their hash-chain links, alongside PGM71's
*> verification rows for the range and a fresh PGM70
*> walk of every ledger the pack draws on, listed on
*> the cover page.  Same standalone console mold as
*> PGM02.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
COPY "./copybooks/Intake-Scan-Select.cpy".
COPY "./copybooks/Pack-Out-Select.cpy".
COPY "./copybooks/Dir-Table-Select.cpy".
COPY "./copybooks/Chain-Verify-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Intake-Scan-FD.cpy".
COPY "./copybooks/Pack-Out-FD.cpy".
COPY "./copybooks/Dir-Table-FD.cpy".
COPY "./copybooks/Chain-Verify-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.

COPY "./copybooks/Pack-Out-WS.cpy".

COPY "./copybooks/Chain-Verify-WS.cpy".

COPY "./copybooks/Chain-Link-WS.cpy".

COPY "./copybooks/Dir-Files-Tbl.cpy".

COPY "./copybooks/Dir-Table-WS.cpy".
01  WS-Pack-Aud-Count            PIC 9(06) VALUE ZERO.
01  WS-Pack-Pur-Count            PIC 9(06) VALUE ZERO.
01  WS-Pack-Cpy-Count            PIC 9(06) VALUE ZERO.
01  WS-Pack-Cvl-Count            PIC 9(06) VALUE ZERO.

*> the fresh chain walk of each ledger in the pack, for
*> the cover page.
01  WS-Pack-Chn-Table.
    05  WS-Pack-Chn-Count        PIC 9(02) VALUE ZERO.
    05  WS-Pack-Chn-Entry OCCURS 7 TIMES
                            INDEXED BY WS-Pck-Idx.
        10  WS-Pack-Chn-Ledger   PIC X(12).
        10  WS-Pack-Chn-Result   PIC X(07).
        10  WS-Pack-Chn-Rows     PIC 9(09).
        10  WS-Pack-Chn-Bad      PIC 9(09).
        10  WS-Pack-Chn-Line     PIC 9(09).
        10  WS-Pack-Chn-Msg      PIC X(60).
01  WS-Pack-Chn-Ledger-In        PIC X(12) VALUE SPACE.
01  WS-Pack-Chn-Broken           PIC 9(02) VALUE ZERO.
01  WS-Pack-Chn-Edit             PIC Z(08)9 VALUE ZERO.
01  WS-Pack-Chn-Edit2            PIC Z(08)9 VALUE ZERO.
01  WS-Pack-Chn-Edit3            PIC Z(08)9 VALUE ZERO.

01  WS-EOF-IDX                   PIC X(01) VALUE "N".
    88  Pack-Index-EOF           VALUE "Y".

    PERFORM 230-Extract-Purge-Rows.

    PERFORM 250-Extract-Chain-Rows.

    PERFORM 260-Verify-Pack-Ledgers.

    MOVE "M" TO WS-Pack-Copy-Kind.
    PERFORM 240-Copy-Dated-Artifacts.
    MOVE "A" TO WS-Pack-Copy-Kind.
    PERFORM 240-Copy-Dated-Artifacts.
    MOVE "S" TO WS-Pack-Copy-Kind.
    PERFORM 240-Copy-Dated-Artifacts.
    MOVE "L" TO WS-Pack-Copy-Kind.
    PERFORM 240-Copy-Dated-Artifacts.

      INTO WS-Purge-History-Path
    END-STRING.

    MOVE SPACE TO WS-Chain-Verify-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/chain-verify.log" DELIMITED BY SIZE
      INTO WS-Chain-Verify-Path
    END-STRING.

*>------------------------------------------------
110-Make-Pack-Dir.
*>------------------------------------------------
            AND WS-Pack-Aud-YMD <= WS-Pack-To
                ADD 1 TO WS-Pack-Aud-Count
                MOVE SPACE TO Pack-Out-Line
                MOVE Run-Audit-Printline TO Pack-Out-Line
                WRITE Pack-Out-Line
            END-IF
    END-READ.
            AND WS-Reject-Date <= WS-Pack-To
                ADD 1 TO WS-Pack-Rej-Count
                MOVE SPACE TO Pack-Out-Line
                MOVE Reject-Ledger-Line TO Pack-Out-Line
                WRITE Pack-Out-Line
            END-IF
    END-READ.
*> embedded YYYYMMDD falls in the range, one cp per
*> hit: "M" archive manifests (archive-<d>-*.manifest
*> under files/archive), "A" acknowledgment files
*> (ack-*-<d>.dat under outbound), "S" the clear
*> copies of sealed acknowledgments (the same names
*> under files/sent), "L" rolled main-<d>-*.log*
*> archives under logs.  The usual ls + scratch-
*> control-file idiom.
*>------------------------------------------------
    EVALUATE WS-Pack-Copy-Kind
        WHEN "M"
        WHEN "A"
            MOVE TBL-Path-Name(TBL-dir-outbound)
              TO WS-Pack-Src-Dir
        WHEN "S"
            MOVE SPACE TO WS-Pack-Src-Dir
            STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-files))
                     DELIMITED BY SIZE
                   "sent" DELIMITED BY SIZE
              INTO WS-Pack-Src-Dir
            END-STRING
        WHEN OTHER
            MOVE TBL-Path-Name(TBL-dir-logs)
              TO WS-Pack-Src-Dir
              INTO WS-Intake-Ls-Cmd
            END-STRING
        WHEN "A"
        WHEN "S"
            STRING "find '" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Pack-Src-Dir) DELIMITED BY SIZE
                   "' -maxdepth 1 -type f -name 'ack-*.dat'"
            END-IF
    END-READ.

*>------------------------------------------------
250-Extract-Chain-Rows.
*>------------------------------------------------
*> PGM71's verification rows dated in the range - the
*> base ledgers' and this company's own - as written,
*> links and all.
*>------------------------------------------------
    MOVE SPACE TO WS-Pack-Out-Path.
    STRING FUNCTION TRIM(WS-Pack-Dir) DELIMITED BY SIZE
           "/chain-verify.txt" DELIMITED BY SIZE
      INTO WS-Pack-Out-Path
    END-STRING.

    OPEN OUTPUT Pack-Out-File.
    IF  WS-StatusPKO NOT = "00"
        GOBACK
    END-IF.

    MOVE "N" TO WS-EOF-CVL.
    OPEN INPUT Chain-Verify-File.
    IF  WS-StatusCVL = "00"
        PERFORM 251-Judge-One-Chain-Row
          UNTIL Chain-Verify-EOF
        CLOSE Chain-Verify-File
    END-IF.

    CLOSE Pack-Out-File.

*>------------------------------------------------
251-Judge-One-Chain-Row.
*>------------------------------------------------
    READ Chain-Verify-File
        AT END
            MOVE "Y" TO WS-EOF-CVL
        NOT AT END
            IF  Chain-Verify-Line NOT = SPACE
            AND CV-Date >= WS-Pack-From
            AND CV-Date <= WS-Pack-To
            AND (CV-Company = SPACE
             OR  CV-Company = WS-Pack-Company)
                ADD 1 TO WS-Pack-Cvl-Count
                MOVE SPACE TO Pack-Out-Line
                MOVE Chain-Verify-Line TO Pack-Out-Line
                WRITE Pack-Out-Line
            END-IF
    END-READ.

*>------------------------------------------------
260-Verify-Pack-Ledgers.
*>------------------------------------------------
*> Walk every chain the pack draws on as it stands
*> now, the same PGM70 verify PGM71 runs daily - the
*> cover page then says whether the rows handed over
*> still follow their links.  A break raises its
*> alert here as it would in the daily job.
*>------------------------------------------------
    MOVE ZERO TO WS-Pack-Chn-Count
                 WS-Pack-Chn-Broken.

    MOVE "RUN-AUDIT" TO WS-Pack-Chn-Ledger-In.
    MOVE WS-Run-Audit-Path TO WS-Chn-Path.
    MOVE 116 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "REJECTS" TO WS-Pack-Chn-Ledger-In.
    MOVE WS-Reject-Ledger-Path TO WS-Chn-Path.
    MOVE 170 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "WORKBENCH" TO WS-Pack-Chn-Ledger-In.
    MOVE SPACE TO WS-Chn-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "reject-workbench.log" DELIMITED BY SIZE
      INTO WS-Chn-Path
    END-STRING.
    MOVE 162 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "DAY-CLOSE" TO WS-Pack-Chn-Ledger-In.
    MOVE SPACE TO WS-Chn-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "day-close.dat" DELIMITED BY SIZE
      INTO WS-Chn-Path
    END-STRING.
    MOVE 63 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "REPAIR" TO WS-Pack-Chn-Ledger-In.
    MOVE SPACE TO WS-Chn-Path.
    STRING FUNCTION TRIM(TBL-Path-Name(TBL-dir-reports)) DELIMITED BY SIZE
           "record-repair.log" DELIMITED BY SIZE
      INTO WS-Chn-Path
    END-STRING.
    MOVE 700 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "APPROVALS" TO WS-Pack-Chn-Ledger-In.
    MOVE SPACE TO WS-Chn-Path.
    STRING FUNCTION TRIM(WS-Base-Root-Path) DELIMITED BY SIZE
           "/reports/approvals.dat" DELIMITED BY SIZE
      INTO WS-Chn-Path
    END-STRING.
    MOVE 79 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

    MOVE "CHAIN-VERIFY" TO WS-Pack-Chn-Ledger-In.
    MOVE WS-Chain-Verify-Path TO WS-Chn-Path.
    MOVE 199 TO WS-Chn-Row-Len.
    PERFORM 261-Verify-One-Pack-Ledger.

*>------------------------------------------------
261-Verify-One-Pack-Ledger.
*>------------------------------------------------
    MOVE "V"       TO WS-Chn-Function.
    MOVE WS-Pgm-ID TO WS-Chn-Caller.
    MOVE "Y"       TO WS-Chn-Alert-Sw.
    MOVE ZERO      TO WS-Chn-Expect-Rows.
    MOVE SPACE     TO WS-Chn-Expect-Tip.

    CALL "PGM70" USING WS-Chn-Link
      ON EXCEPTION
          MOVE 12 TO WS-Chn-Return
          MOVE ZERO TO WS-Chn-Rows
                       WS-Chn-Bad-Rows
                       WS-Chn-Break-Line
          MOVE "hash-chain service PGM70 not available"
            TO WS-Chn-Msg
    END-CALL.

    ADD 1 TO WS-Pack-Chn-Count.
    SET WS-Pck-Idx TO WS-Pack-Chn-Count.
    MOVE WS-Pack-Chn-Ledger-In TO WS-Pack-Chn-Ledger(WS-Pck-Idx).
    MOVE WS-Chn-Rows           TO WS-Pack-Chn-Rows(WS-Pck-Idx).
    MOVE WS-Chn-Bad-Rows       TO WS-Pack-Chn-Bad(WS-Pck-Idx).
    MOVE WS-Chn-Break-Line     TO WS-Pack-Chn-Line(WS-Pck-Idx).
    MOVE SPACE                 TO WS-Pack-Chn-Msg(WS-Pck-Idx).

    EVALUATE TRUE
        WHEN WS-Chn-OK
            MOVE "INTACT" TO WS-Pack-Chn-Result(WS-Pck-Idx)
        WHEN WS-Chn-No-File
            MOVE "NOFILE" TO WS-Pack-Chn-Result(WS-Pck-Idx)
        WHEN WS-Chn-Broken
            MOVE "BROKEN" TO WS-Pack-Chn-Result(WS-Pck-Idx)
            MOVE WS-Chn-Msg TO WS-Pack-Chn-Msg(WS-Pck-Idx)
            ADD 1 TO WS-Pack-Chn-Broken
        WHEN OTHER
            MOVE "FAILED" TO WS-Pack-Chn-Result(WS-Pck-Idx)
            MOVE WS-Chn-Msg TO WS-Pack-Chn-Msg(WS-Pck-Idx)
    END-EVALUATE.

*>------------------------------------------------
300-Write-Cover-Page.
*>------------------------------------------------
    END-STRING.
    WRITE Pack-Out-Line.

    MOVE SPACE TO Pack-Out-Line.
    STRING "CHAIN-VERIFY ROWS:" DELIMITED BY SIZE
           WS-Pack-Cvl-Count DELIMITED BY SIZE
      INTO Pack-Out-Line
    END-STRING.
    WRITE Pack-Out-Line.

    MOVE "CROSS-REFERENCE: every extracted row carries its run ID"
      TO Pack-Out-Line.
    WRITE Pack-Out-Line.

    MOVE SPACE TO Pack-Out-Line.
    WRITE Pack-Out-Line.

    MOVE "LEDGER HASH CHAINS AS WALKED FOR THIS PACK:"
      TO Pack-Out-Line.
    WRITE Pack-Out-Line.

    PERFORM 301-Write-Chain-Line
      VARYING WS-Pck-Idx FROM 1 BY 1
        UNTIL WS-Pck-Idx > WS-Pack-Chn-Count.

    IF  WS-Pack-Chn-Broken = ZERO
        MOVE "  every chain follows from its first link to its last"
          TO Pack-Out-Line
    ELSE
        MOVE "  A BROKEN CHAIN MEANS A ROW WAS CHANGED, INSERTED OR DROPPED AFTER IT WAS WRITTEN"
          TO Pack-Out-Line
    END-IF.
    WRITE Pack-Out-Line.

    CLOSE Pack-Out-File.

*>------------------------------------------------
301-Write-Chain-Line.
*>------------------------------------------------
    MOVE WS-Pack-Chn-Rows(WS-Pck-Idx) TO WS-Pack-Chn-Edit.
    MOVE WS-Pack-Chn-Bad(WS-Pck-Idx)  TO WS-Pack-Chn-Edit2.
    MOVE WS-Pack-Chn-Line(WS-Pck-Idx) TO WS-Pack-Chn-Edit3.

    MOVE SPACE TO Pack-Out-Line.
    STRING "  " DELIMITED BY SIZE
           WS-Pack-Chn-Ledger(WS-Pck-Idx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-Pack-Chn-Result(WS-Pck-Idx) DELIMITED BY SIZE
           " rows " DELIMITED BY SIZE
           WS-Pack-Chn-Edit DELIMITED BY SIZE
           " bad " DELIMITED BY SIZE
           WS-Pack-Chn-Edit2 DELIMITED BY SIZE
           " first at line " DELIMITED BY SIZE
           WS-Pack-Chn-Edit3 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Pack-Chn-Msg(WS-Pck-Idx)) DELIMITED BY SIZE
      INTO Pack-Out-Line
    END-STRING.
    WRITE Pack-Out-Line.

*>------------------------------------------------
310-Bundle-Pack.
*>------------------------------------------------
