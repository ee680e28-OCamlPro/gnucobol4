*>      $ SET SOURCEFORMAT "FREE"
*>------------------------------------------------
IDENTIFICATION DIVISION.
PROGRAM-ID.  PGM70.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>
*> Ledger hash-chain service.
*> run-audit.log, the rejects ledgers, the workbench
*> ledgers, day-close.dat and approvals.dat are the
*> compliance evidence, and they are plain text.  Every
*> row written to one of them goes through here and
*> leaves with a link: one blank after the row's own
*> layout, twenty digits hashed from the previous row's
*> link and this row's content.  Change, insert or
*> drop a row and every link after it stops following;
*> PGM71 walks the chains daily and PGM31 proves them
*> for an audit pack.
*>   A  append one row - the last link is read off the
*>      file's tail under a lock directory (<ledger>.lck)
*>      so two writers cannot both chain onto it.
*>   S  re-lay a ledger its owner has just rewritten
*>      whole (the approval queue).  Owners verify
*>      before they rewrite, so a break is reported
*>      before it could be re-laid over.
*>   V  walk a ledger and report the first break.
*> The hash is keyed by PGM00_CHAIN_KEY, so shell
*> access alone cannot re-link a forged row.  Rows
*> written before the chain began carry no link and
*> are counted, not faulted; a row without a link once
*> the chain has begun is a break.  Same CALLed-service
*> mold as PGM61/PGM63.
*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.

REPOSITORY.
    FUNCTION ALL INTRINSIC.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
COPY "./copybooks/Chain-File-Select.cpy".
COPY "./copybooks/Chain-Out-Select.cpy".
COPY "./copybooks/Alert-Queue-Select.cpy".

DATA DIVISION.
FILE SECTION.
COPY "./copybooks/Chain-File-FD.cpy".
COPY "./copybooks/Chain-Out-FD.cpy".
COPY "./copybooks/Alert-Queue-FD.cpy".

*>------------------------------------------------
WORKING-STORAGE SECTION.
*>------------------------------------------------
01  WS-Pgm-ID                   PIC X(10) VALUE "PGM70".

01  WS-MSG                      PIC X(80) VALUE SPACE.

COPY "./copybooks/Chain-File-WS.cpy".

COPY "./copybooks/Alert-Queue-WS.cpy".

COPY "./copybooks/WS-DateTime.cpy".

01  WS-Root-Path                 PIC X(40) VALUE SPACE.

01  WS-Chain-Line-No             PIC 9(09) VALUE ZERO.
01  WS-Chain-Line-Edit           PIC Z(08)9 VALUE ZERO.
01  WS-Chain-Bad-Edit            PIC Z(08)9 VALUE ZERO.

*>------------------------------------------------
LINKAGE SECTION.
*>------------------------------------------------
COPY "./copybooks/Chain-Link-WS.cpy".

*>------------------------------------------------
PROCEDURE DIVISION USING WS-Chn-Link.
*>------------------------------------------------
000-Main.
*>------------------------------------------------
    PERFORM 090-Init.

    MOVE ZERO  TO WS-Chn-Return
                  WS-Chn-Rows
                  WS-Chn-Linked-Rows
                  WS-Chn-Legacy-Rows
                  WS-Chn-Bad-Rows
                  WS-Chn-Break-Line.
    MOVE SPACE TO WS-Chn-Msg
                  WS-Chn-Tip.

    IF  WS-Chn-Path = SPACE
    OR  WS-Chn-Row-Len = ZERO
    OR  WS-Chn-Row-Len > 700
        MOVE 12 TO WS-Chn-Return
        MOVE "no ledger path or row length given" TO WS-Chn-Msg
        GOBACK
    END-IF.

    MOVE WS-Chn-Path TO WS-Chain-File-Path.
    COMPUTE WS-Chain-Link-Pos = WS-Chn-Row-Len + 2.

    EVALUATE TRUE
        WHEN WS-Chn-Fn-Append
            PERFORM 100-Append-Row THRU 100-Append-Row-Exit
        WHEN WS-Chn-Fn-Seal
            PERFORM 200-Seal-Ledger THRU 200-Seal-Ledger-Exit
        WHEN WS-Chn-Fn-Verify
            PERFORM 300-Verify-Ledger THRU 300-Verify-Ledger-Exit
            IF  WS-Chn-Broken
            AND WS-Chn-Alert-On-Break
                PERFORM 710-Raise-Break-Alert
            END-IF
        WHEN OTHER
            MOVE 16 TO WS-Chn-Return
            MOVE "unknown hash-chain function" TO WS-Chn-Msg
    END-EVALUATE.

    GOBACK.

*>------------------------------------------------
090-Init.
*>------------------------------------------------
*> Same environment-variable root as the rest of the
*> system (the alert queue is under its ./logs), and
*> the key hashed into the two seeds once per call.
*>------------------------------------------------
    ACCEPT WS-Root-Path FROM ENVIRONMENT "PGM00_ROOT_PATH"
      END-ACCEPT.

    IF  WS-Root-Path = SPACE
        MOVE "." TO WS-Root-Path
    END-IF.

    MOVE SPACE TO WS-Alert-Queue-Path.
    STRING FUNCTION TRIM(WS-Root-Path) DELIMITED BY SIZE
           "/logs/alerts.queue" DELIMITED BY SIZE
      INTO WS-Alert-Queue-Path
    END-STRING.

    ACCEPT CDT-Date FROM DATE YYYYMMDD END-ACCEPT.
    ACCEPT CDT-Time FROM TIME          END-ACCEPT.

    MOVE SPACE TO WS-Chain-Key.
    ACCEPT WS-Chain-Key FROM ENVIRONMENT "PGM00_CHAIN_KEY"
      END-ACCEPT.

    MOVE 7  TO WS-Chain-H1.
    MOVE 11 TO WS-Chain-H2.
    IF  WS-Chain-Key NOT = SPACE
        MOVE WS-Chain-Key TO WS-Chain-Hash-Src
        COMPUTE WS-Chain-Hash-Len
              = FUNCTION LENGTH(FUNCTION TRIM(WS-Chain-Key))
        PERFORM 910-Hash-One-Char
          VARYING WS-Chain-Char-Idx FROM 1 BY 1
            UNTIL WS-Chain-Char-Idx > WS-Chain-Hash-Len
    END-IF.
    MOVE WS-Chain-H1 TO WS-Chain-Seed1.
    MOVE WS-Chain-H2 TO WS-Chain-Seed2.

*>------------------------------------------------
100-Append-Row.
*>------------------------------------------------
*> Take the lock, find the tail's link, write the row
*> with the next one.  A ledger that is not there yet
*> is created, same EXTEND-then-OUTPUT idiom as every
*> writer used before the chain.
*>------------------------------------------------
    PERFORM 500-Take-Lock.

    MOVE ZERO TO WS-Chain-Prev.
    MOVE "N"  TO WS-EOF-CHF.
    OPEN INPUT Chain-File.
    IF  WS-StatusCHF = "00"
        PERFORM 110-Read-For-Tail
          UNTIL Chain-File-EOF
        CLOSE Chain-File
    END-IF.

    MOVE WS-Chn-Row(1 : WS-Chn-Row-Len) TO WS-Chain-Content.
    PERFORM 400-Compute-Link.

    OPEN EXTEND Chain-File.
    IF  WS-StatusCHF NOT = "00"
        OPEN OUTPUT Chain-File
    END-IF.

    IF  WS-StatusCHF NOT = "00"
        MOVE 12 TO WS-Chn-Return
        MOVE SPACE TO WS-Chn-Msg
        STRING "ledger could not be opened, status " DELIMITED BY SIZE
               WS-StatusCHF DELIMITED BY SIZE
          INTO WS-Chn-Msg
        END-STRING
        PERFORM 510-Drop-Lock
        GO TO 100-Append-Row-Exit
    END-IF.

    MOVE SPACE TO Chain-File-Line.
    MOVE WS-Chain-Content(1 : WS-Chn-Row-Len)
      TO Chain-File-Line(1 : WS-Chn-Row-Len).
    MOVE WS-Chain-Next TO Chain-File-Line(WS-Chain-Link-Pos : 20).
    WRITE Chain-File-Line.
    CLOSE Chain-File.

    PERFORM 510-Drop-Lock.

    MOVE WS-Chain-Next TO WS-Chn-Tip.

*>------------------------------------------------
100-Append-Row-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
110-Read-For-Tail.
*>------------------------------------------------
*> The last non-blank row's link is what the new row
*> chains onto; a tail row without one (nothing
*> chained yet, or a row written around the service)
*> starts the links again from zero, which V then
*> reports as the break it is.
*>------------------------------------------------
    READ Chain-File
        AT END
            MOVE "Y" TO WS-EOF-CHF
        NOT AT END
            IF  Chain-File-Line NOT = SPACE
                ADD 1 TO WS-Chn-Rows
                MOVE Chain-File-Line(WS-Chain-Link-Pos : 20)
                  TO WS-Chain-Row-Link
                IF  WS-Chain-Row-Link IS NUMERIC
                    MOVE WS-Chain-Row-Link TO WS-Chain-Prev
                ELSE
                    MOVE ZERO TO WS-Chain-Prev
                END-IF
            END-IF
    END-READ.

*>------------------------------------------------
200-Seal-Ledger.
*>------------------------------------------------
*> Every row of the freshly rewritten ledger goes to a
*> scratch copy with its new link, and the scratch is
*> renamed over the original.
*>------------------------------------------------
    PERFORM 500-Take-Lock.

    MOVE SPACE TO WS-Chain-Out-Path.
    STRING FUNCTION TRIM(WS-Chn-Path) DELIMITED BY SIZE
           ".chain.tmp" DELIMITED BY SIZE
      INTO WS-Chain-Out-Path
    END-STRING.

    MOVE "N" TO WS-EOF-CHF.
    OPEN INPUT Chain-File.
    IF  WS-StatusCHF NOT = "00"
        MOVE 4 TO WS-Chn-Return
        MOVE "ledger not on file - nothing to seal" TO WS-Chn-Msg
        PERFORM 510-Drop-Lock
        GO TO 200-Seal-Ledger-Exit
    END-IF.

    OPEN OUTPUT Chain-Out-File.
    IF  WS-StatusCHO NOT = "00"
        CLOSE Chain-File
        MOVE 12 TO WS-Chn-Return
        MOVE "scratch copy could not be opened - ledger not sealed"
          TO WS-Chn-Msg
        PERFORM 510-Drop-Lock
        GO TO 200-Seal-Ledger-Exit
    END-IF.

    MOVE ZERO TO WS-Chain-Prev.
    PERFORM 210-Seal-One-Row
      UNTIL Chain-File-EOF.

    CLOSE Chain-File
          Chain-Out-File.

    CALL "CBL_RENAME_FILE"
      USING WS-Chain-Out-Path
            WS-Chain-File-Path
    END-CALL.
    IF  Return-Code NOT = ZERO
        MOVE 12 TO WS-Chn-Return
        MOVE "sealed copy could not be renamed over the ledger"
          TO WS-Chn-Msg
        CALL "CBL_DELETE_FILE"
          USING WS-Chain-Out-Path
        END-CALL
    END-IF.

    PERFORM 510-Drop-Lock.

    MOVE WS-Chain-Prev TO WS-Chn-Tip.

*>------------------------------------------------
200-Seal-Ledger-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
210-Seal-One-Row.
*>------------------------------------------------
    READ Chain-File
        AT END
            MOVE "Y" TO WS-EOF-CHF
        NOT AT END
            IF  Chain-File-Line NOT = SPACE
                ADD 1 TO WS-Chn-Rows
                           WS-Chn-Linked-Rows
                MOVE Chain-File-Line(1 : WS-Chn-Row-Len)
                  TO WS-Chain-Content
                PERFORM 400-Compute-Link
                MOVE SPACE TO Chain-Out-Line
                MOVE WS-Chain-Content(1 : WS-Chn-Row-Len)
                  TO Chain-Out-Line(1 : WS-Chn-Row-Len)
                MOVE WS-Chain-Next
                  TO Chain-Out-Line(WS-Chain-Link-Pos : 20)
                WRITE Chain-Out-Line
                MOVE WS-Chain-Next TO WS-Chain-Prev
            END-IF
    END-READ.

*>------------------------------------------------
300-Verify-Ledger.
*>------------------------------------------------
*> Recompute every link from the top.  The first row
*> that does not follow is the break reported; the
*> walk carries on from that row's own link so the
*> count of bad rows covers the whole file.  A caller
*> that remembers how many linked rows there were and
*> what the last link was (PGM71 from its previous
*> run) has that row checked too - a file cut back
*> behind it, or whose row there changed, is broken.
*>------------------------------------------------
    MOVE "N" TO WS-EOF-CHF.
    OPEN INPUT Chain-File.
    IF  WS-StatusCHF NOT = "00"
        MOVE 4 TO WS-Chn-Return
        MOVE "ledger not on file" TO WS-Chn-Msg
        IF  WS-Chn-Expect-Rows > ZERO
            MOVE 8 TO WS-Chn-Return
            MOVE "ledger has gone since it was last verified"
              TO WS-Chn-Msg
        END-IF
        GO TO 300-Verify-Ledger-Exit
    END-IF.

    MOVE ZERO TO WS-Chain-Prev
                 WS-Chain-Line-No.
    MOVE "N"  TO WS-Chain-Started-Sw.

    PERFORM 310-Verify-One-Row
      UNTIL Chain-File-EOF.

    CLOSE Chain-File.

    IF  WS-Chn-Expect-Rows > WS-Chn-Linked-Rows
        ADD 1 TO WS-Chn-Bad-Rows
        IF  WS-Chn-Break-Line = ZERO
            COMPUTE WS-Chn-Break-Line = WS-Chain-Line-No + 1
            MOVE WS-Chn-Expect-Rows TO WS-Chain-Line-Edit
            MOVE SPACE TO WS-Chn-Msg
            STRING "rows cut off - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Chain-Line-Edit) DELIMITED BY SIZE
                   " linked rows were verified before" DELIMITED BY SIZE
              INTO WS-Chn-Msg
            END-STRING
        END-IF
    END-IF.

    IF  WS-Chn-Bad-Rows > ZERO
        MOVE 8 TO WS-Chn-Return
    ELSE
        MOVE "chain intact" TO WS-Chn-Msg
    END-IF.

    MOVE WS-Chain-Prev TO WS-Chn-Tip.

*>------------------------------------------------
300-Verify-Ledger-Exit.
*>------------------------------------------------
    EXIT.

*>------------------------------------------------
310-Verify-One-Row.
*>------------------------------------------------
    READ Chain-File
        AT END
            MOVE "Y" TO WS-EOF-CHF
        NOT AT END
            ADD 1 TO WS-Chain-Line-No
            IF  Chain-File-Line NOT = SPACE
                ADD 1 TO WS-Chn-Rows
                PERFORM 320-Judge-One-Row
            END-IF
    END-READ.

*>------------------------------------------------
320-Judge-One-Row.
*>------------------------------------------------
    MOVE Chain-File-Line(1 : WS-Chn-Row-Len) TO WS-Chain-Content.
    MOVE Chain-File-Line(WS-Chain-Link-Pos : 20)
      TO WS-Chain-Row-Link.

    IF  WS-Chain-Row-Link IS NOT NUMERIC
        IF  WS-Chain-Started
            MOVE "row without a chain link" TO WS-MSG
            PERFORM 330-Note-Bad-Row
            MOVE ZERO TO WS-Chain-Prev
        ELSE
            ADD 1 TO WS-Chn-Legacy-Rows
        END-IF
    ELSE
        MOVE "Y" TO WS-Chain-Started-Sw
        ADD 1 TO WS-Chn-Linked-Rows
        PERFORM 400-Compute-Link
        IF  WS-Chain-Next NOT = WS-Chain-Row-Link
            MOVE "chain link does not follow" TO WS-MSG
            PERFORM 330-Note-Bad-Row
        END-IF
        IF  WS-Chn-Expect-Rows > ZERO
        AND WS-Chn-Linked-Rows = WS-Chn-Expect-Rows
        AND WS-Chain-Row-Link NOT = WS-Chn-Expect-Tip
            MOVE "row at the last verified link has changed"
              TO WS-MSG
            PERFORM 330-Note-Bad-Row
        END-IF
        MOVE WS-Chain-Row-Link TO WS-Chain-Prev
    END-IF.

*>------------------------------------------------
330-Note-Bad-Row.
*>------------------------------------------------
    ADD 1 TO WS-Chn-Bad-Rows.
    IF  WS-Chn-Break-Line = ZERO
        MOVE WS-Chain-Line-No TO WS-Chn-Break-Line
        MOVE WS-MSG TO WS-Chn-Msg
    END-IF.

*>------------------------------------------------
400-Compute-Link.
*>------------------------------------------------
*> Both halves start from the key's seeds and take the
*> previous link, then the row's content up to its last
*> non-blank (a line-sequential ledger never keeps
*> trailing blanks anyway).
*>------------------------------------------------
    MOVE WS-Chain-Seed1 TO WS-Chain-H1.
    MOVE WS-Chain-Seed2 TO WS-Chain-H2.

    MOVE SPACE TO WS-Chain-Hash-Src.
    MOVE WS-Chain-Prev TO WS-Chain-Hash-Src(1 : 20).
    MOVE WS-Chain-Content(1 : WS-Chn-Row-Len)
      TO WS-Chain-Hash-Src(21 : WS-Chn-Row-Len).

    MOVE ZERO TO WS-Chain-Content-Len.
    IF  WS-Chain-Content(1 : WS-Chn-Row-Len) NOT = SPACE
        COMPUTE WS-Chain-Content-Len
              = FUNCTION LENGTH(FUNCTION TRIM
                  (WS-Chain-Content(1 : WS-Chn-Row-Len) TRAILING))
    END-IF.
    COMPUTE WS-Chain-Hash-Len = WS-Chain-Content-Len + 20.

    PERFORM 910-Hash-One-Char
      VARYING WS-Chain-Char-Idx FROM 1 BY 1
        UNTIL WS-Chain-Char-Idx > WS-Chain-Hash-Len.

*>------------------------------------------------
500-Take-Lock.
*>------------------------------------------------
*> C$MAKEDIR fails while the directory exists, so it
*> is an atomic test-and-set.  Ten seconds without it
*> means a writer died holding it; the lock is taken
*> over rather than the row lost.
*>------------------------------------------------
    MOVE SPACE TO WS-Chain-Lock-Path.
    STRING FUNCTION TRIM(WS-Chn-Path) DELIMITED BY SIZE
           ".lck" DELIMITED BY SIZE
      INTO WS-Chain-Lock-Path
    END-STRING.

    MOVE "N"  TO WS-Chain-Lock-Sw.
    MOVE ZERO TO WS-Chain-Lock-Tries.
    PERFORM 501-Try-Lock
      UNTIL WS-Chain-Locked
         OR WS-Chain-Lock-Tries > 10.

*>------------------------------------------------
501-Try-Lock.
*>------------------------------------------------
    CALL "C$MAKEDIR"
      USING WS-Chain-Lock-Path
    END-CALL.
    IF  Return-Code = ZERO
        MOVE "Y" TO WS-Chain-Lock-Sw
    ELSE
        ADD 1 TO WS-Chain-Lock-Tries
        IF  WS-Chain-Lock-Tries <= 10
            CALL "SYSTEM"
              USING WS-Chain-Sleep-Cmd
            END-CALL
        END-IF
    END-IF.

*>------------------------------------------------
510-Drop-Lock.
*>------------------------------------------------
    CALL "CBL_DELETE_DIR"
      USING WS-Chain-Lock-Path
    END-CALL.
    MOVE "N" TO WS-Chain-Lock-Sw.

*>------------------------------------------------
710-Raise-Break-Alert.
*>------------------------------------------------
*> Same ./logs/alerts.queue row PGM61's lockout alert
*> drops - not one company's alert, so the company is
*> left blank; PGM05 routes it on event 9154.
*>------------------------------------------------
    MOVE WS-Chn-Break-Line TO WS-Chain-Line-Edit.
    MOVE WS-Chn-Bad-Rows   TO WS-Chain-Bad-Edit.

    MOVE SPACE TO WS-MSG.
    STRING "CHAIN BROKEN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Chn-Path) DELIMITED BY SIZE
           " line " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Chain-Line-Edit) DELIMITED BY SIZE
           " bad " DELIMITED BY SIZE
           FUNCTION TRIM(WS-Chain-Bad-Edit) DELIMITED BY SIZE
      INTO WS-MSG
    END-STRING.

    MOVE SPACE TO WS-Alert-Queue-Row.
    STRING CDT-Year  DELIMITED BY SIZE
           CDT-Month DELIMITED BY SIZE
           CDT-Day   DELIMITED BY SIZE
      INTO WS-Alert-Date
    END-STRING.
    STRING CDT-Hour    DELIMITED BY SIZE
           CDT-Minutes DELIMITED BY SIZE
           CDT-Seconds DELIMITED BY SIZE
      INTO WS-Alert-Time
    END-STRING.
    IF  WS-Chn-Caller = SPACE
        MOVE WS-Pgm-ID TO WS-Alert-Pgm-ID
    ELSE
        MOVE WS-Chn-Caller TO WS-Alert-Pgm-ID
    END-IF.
    MOVE WS-MSG TO WS-Alert-Path.

    MOVE 9154 TO WS-Alert-Event-Code.

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
910-Hash-One-Char.
*>------------------------------------------------
*> Two independent running hashes, the masking
*> token's arithmetic (24342-Hash-One-Char in PGM01)
*> with a second multiplier and modulus beside it.
*>------------------------------------------------
    COMPUTE WS-Chain-H1
          = FUNCTION MOD(WS-Chain-H1 * 131
              + FUNCTION ORD(WS-Chain-Hash-Src(WS-Chain-Char-Idx : 1)),
              9999999967).
    COMPUTE WS-Chain-H2
          = FUNCTION MOD(WS-Chain-H2 * 257
              + FUNCTION ORD(WS-Chain-Hash-Src(WS-Chain-Char-Idx : 1)),
              9999999929).

END PROGRAM PGM70.
