*>COPY "./copybooks/Handover-Ledger-FD.cpy".
FD  Handover-Ledger-File.
01  Handover-Ledger-Line.
*> when the incoming operator signed, and the previous
*> handover's stamp - the NEW marks on the report are
*> everything after it.
    05  HO-Stamp                 PIC X(14).
    05  HO-Since-Stamp           PIC X(14).
    05  HO-Outgoing              PIC X(20).
    05  HO-Incoming              PIC X(20).
*> open items by category, in report order: work items,
*> hold list, anomaly holds, unworked rejects, missed
*> arrivals, failed chain steps, pending approvals,
*> retry queue.
    05  HO-Counts.
        10  HO-Count OCCURS 8 TIMES
                                 PIC 9(05).
*> cksum of the report file as signed - zero when it
*> could not be computed.
    05  HO-Signature             PIC 9(10).
    05  HO-Report-Path           PIC X(80).
    05  HO-Remark                PIC X(60).
