*>COPY "./copybooks/Posted-Ref-FD.cpy".
FD  Posted-Ref-File.
01  Posted-Ref-Record.
    05  PR-Key.
        10  PR-Company           PIC X(10).
        10  PR-Vendor-Code       PIC X(10).
        10  PR-Reference         PIC X(40).
*> the posting that first carried the reference - its
*> document, date, arrival (filename plus received
*> stamp) and run, so the duplicate report can say what
*> the resend collided with.
    05  PR-Doc-Number            PIC 9(09).
    05  PR-Post-Date             PIC X(08).
    05  PR-Source-File           PIC X(80).
    05  PR-Received-Stamp        PIC X(16).
    05  PR-Run-ID                PIC X(15).
