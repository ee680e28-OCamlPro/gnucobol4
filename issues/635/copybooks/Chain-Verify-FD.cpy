*>COPY "./copybooks/Chain-Verify-FD.cpy".
FD  Chain-Verify-File.
01  Chain-Verify-Line.
    05  CV-Date                  PIC X(08).
    05                           PIC X(01).
    05  CV-Time                  PIC X(06).
    05                           PIC X(01).
    05  CV-Company               PIC X(10).
    05                           PIC X(01).
*> RUN-AUDIT, APPROVALS, CHAIN-VERIFY, REJECTS,
*> WORKBENCH, DAY-CLOSE or REPAIR.
    05  CV-Ledger                PIC X(12).
    05                           PIC X(01).
*> INTACT, BROKEN, NOFILE or FAILED.
    05  CV-Result                PIC X(07).
    05                           PIC X(01).
    05  CV-Rows                  PIC 9(09).
    05                           PIC X(01).
    05  CV-Linked-Rows           PIC 9(09).
    05                           PIC X(01).
    05  CV-Legacy-Rows           PIC 9(09).
    05                           PIC X(01).
    05  CV-Bad-Rows              PIC 9(09).
    05                           PIC X(01).
    05  CV-Break-Line            PIC 9(09).
    05                           PIC X(01).
    05  CV-Tip                   PIC X(20).
    05                           PIC X(01).
    05  CV-Path                  PIC X(80).
*> hash-chain link over the 199 bytes above (PGM70).
    05                           PIC X(01).
    05  CV-Chain-Link            PIC X(20).
