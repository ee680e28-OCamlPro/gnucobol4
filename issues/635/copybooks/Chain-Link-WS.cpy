*>COPY "./copybooks/Chain-Link-WS.cpy".
*> PGM70 ledger hash-chain service call area.
*> Place in Working-Storage Section in CALLing program
*> Place in Linkage Section in PGM70
*>   A - append WS-Chn-Row (its first WS-Chn-Row-Len
*>       bytes) to the ledger at WS-Chn-Path, sealed
*>       with the next link of the file's chain
*>   S - re-lay the whole chain of a ledger its owner
*>       has just rewritten (the approval queue)
*>   V - walk the chain and report the first break;
*>       WS-Chn-Expect-Rows/-Tip, when given, must still
*>       be found (a cut-off tail is a break too)
*> WS-Chn-Alert-Sw "Y" raises an alerts.queue row when
*> V finds a break.  A writer that cannot reach PGM70
*> still writes its row itself, unlinked - the row is
*> kept, and the next verification reports the gap.
01  WS-Chn-Link.
    05  WS-Chn-Function          PIC X(01).
        88  WS-Chn-Fn-Append     VALUE "A".
        88  WS-Chn-Fn-Seal       VALUE "S".
        88  WS-Chn-Fn-Verify     VALUE "V".
*> the caller's program ID - goes on any alert raised.
    05  WS-Chn-Caller            PIC X(10).
    05  WS-Chn-Path              PIC X(80).
*> the ledger's own row length - the chain link sits
*> one blank after it.
    05  WS-Chn-Row-Len           PIC 9(03).
    05  WS-Chn-Row               PIC X(700).
    05  WS-Chn-Alert-Sw          PIC X(01).
        88  WS-Chn-Alert-On-Break
                                 VALUE "Y".
    05  WS-Chn-Expect-Rows       PIC 9(09).
    05  WS-Chn-Expect-Tip        PIC X(20).
*> what V (and S) found: rows read, rows carrying a
*> link, rows from before the chain began, rows whose
*> link does not follow, the first such line, and the
*> last link in the file.
    05  WS-Chn-Rows              PIC 9(09).
    05  WS-Chn-Linked-Rows       PIC 9(09).
    05  WS-Chn-Legacy-Rows       PIC 9(09).
    05  WS-Chn-Bad-Rows          PIC 9(09).
    05  WS-Chn-Break-Line        PIC 9(09).
    05  WS-Chn-Tip               PIC X(20).
    05  WS-Chn-Return            PIC 9(02).
        88  WS-Chn-OK            VALUE 0.
        88  WS-Chn-No-File       VALUE 4.
        88  WS-Chn-Broken        VALUE 8.
        88  WS-Chn-Failed        VALUE 12.
    05  WS-Chn-Msg               PIC X(60).
