*>COPY "./copybooks/Match-Ledger-FD.cpy".
FD  Match-Ledger-File.
01  Match-Ledger-Line.
    05  ML-Stamp                 PIC X(14).
    05  ML-Match-Id              PIC X(12).
*> AUTO, FORCED or WRITEOFF.
    05  ML-Action                PIC X(10).
*> the document - its transaction master key.
    05  ML-Post-Date             PIC X(08).
    05  ML-Doc-Number            PIC 9(09).
    05  ML-Vendor-Code           PIC X(10).
    05  ML-Reference             PIC X(40).
    05  ML-Amount                PIC S9(13)V9(02).
*> the match-rules.cfg row for AUTO (zero otherwise),
*> the user and reason for FORCED and WRITEOFF.
    05  ML-Rule-No               PIC 9(02).
    05  ML-User                  PIC X(20).
    05  ML-Reason                PIC X(60).
