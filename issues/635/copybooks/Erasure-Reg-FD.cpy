*>COPY "./copybooks/Erasure-Reg-FD.cpy".
FD  Erasure-Reg-File.
01  Erasure-Reg-Line.
*> register sequence number, assigned when the request
*> is logged - what the approval queue row names
*> (ERASEnnnnn), since the request ID is whatever the
*> privacy office's own ticket number looks like.
    05  ER-Seq                   PIC 9(05).
    05  ER-Request-ID            PIC X(12).
*> up to three identifiers of the data subject (name,
*> customer number, e-mail ...) - the first is required.
*> Masked all but the last four once the request is
*> completed, so the register stops being a copy of
*> what was erased.
    05  ER-Subject-ID            PIC X(40) OCCURS 3 TIMES.
    05  ER-Requested-Date        PIC X(08).
    05  ER-Due-Date              PIC X(08).
*> O open, S searched (findings report written), C
*> completed, H completed except what a legal hold
*> kept, R refused outright - everything held.
    05  ER-Status                PIC X(01).
    05  ER-Logged-By             PIC X(20).
    05  ER-Logged-Stamp          PIC X(14).
*> the last search - when, how many matching records,
*> and how many of them a legal hold covers.
    05  ER-Searched-Stamp        PIC X(14).
    05  ER-Match-Count           PIC 9(05).
    05  ER-Held-Count            PIC 9(05).
*> the erasure - when, by whom (the operator who ran it;
*> the approver is on the approval queue and the run
*> audit), how many records were redacted, and why
*> anything was refused.
    05  ER-Completed-Stamp       PIC X(14).
    05  ER-Completed-By          PIC X(20).
    05  ER-Redacted-Count        PIC 9(05).
    05  ER-Refusal               PIC X(40).
