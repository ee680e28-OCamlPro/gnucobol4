*>COPY "./copybooks/QA-Queue-FD.cpy".
FD  QA-Queue-File.
01  QA-Queue-Line.
*> the posting day sampled and the vendor drawn for.
    05  QQ-Sample-Date           PIC X(08).
    05  QQ-Vendor                PIC X(10).
*> the transaction master key of the sampled record
*> (company is the queue's own).
    05  QQ-Post-Date             PIC X(08).
    05  QQ-Doc-Number            PIC 9(09).
*> TM-Source-File / TM-Source-Line / TM-Source-Canon-Sw
*> as they stood when the record was drawn.
    05  QQ-Source-File           PIC X(80).
    05  QQ-Source-Line           PIC 9(07).
    05  QQ-Canon-Sw              PIC X(01).
*> "Y" when the heavier rate applied to the draw, and
*> the seed it was drawn under - the same date and
*> vendor always give the same seed and the same picks.
    05  QQ-Heavy-Sw              PIC X(01).
    05  QQ-Seed                  PIC 9(10).
*> OPEN until reviewed, then PASS or FAIL.
    05  QQ-Status                PIC X(04).
        88  QQ-Open              VALUE "OPEN".
        88  QQ-Passed            VALUE "PASS".
        88  QQ-Failed            VALUE "FAIL".
    05  QQ-Reviewer              PIC X(20).
    05  QQ-Review-Stamp          PIC X(14).
    05  QQ-Comment               PIC X(60).
