*>COPY "./copybooks/Approval-FD.cpy".
FD  Approval-File.
01  Approval-Line.
*> FORCE (force recreate), PURGE (beyond-threshold
*> purge) or ERASEnnnnn (PGM69 right-to-erasure of
*> register no nnnnn).
    05  AP-Action                PIC X(10).
    05  AP-Requester             PIC X(20).
    05  AP-Req-Stamp             PIC X(14).
    05  AP-Status                PIC X(01).
    05  AP-Approver              PIC X(20).
    05  AP-App-Stamp             PIC X(14).
*> hash-chain link over the 79 bytes above (PGM70) -
*> the queue is rewritten whole, so PGM70 re-lays it
*> after every rewrite.
    05                           PIC X(01).
    05  AP-Chain-Link            PIC X(20).
