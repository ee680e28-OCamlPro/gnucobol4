*>COPY "./copybooks/QA-Sample-Cfg-FD.cpy".
FD  QA-Sample-Cfg-File.
01  QA-Sample-Cfg-Line.
*> vendor code as posted (TM-Vendor-Code; GENERAL for
*> postings with none), or SPACE/"*" for the default row.
    05  QS-Vendor                PIC X(10).
*> the ordinary draw - this percentage of the day's
*> postings, never fewer than the minimum count (nor
*> more than were posted).
    05  QS-Rate-Pct              PIC 9(03).
    05  QS-Min-Count             PIC 9(04).
*> the heavier draw for a vendor on probation (PGM51)
*> or with a reject in the last QS-Reject-Days days.
    05  QS-Heavy-Rate-Pct        PIC 9(03).
    05  QS-Heavy-Min             PIC 9(04).
    05  QS-Reject-Days           PIC 9(03).
