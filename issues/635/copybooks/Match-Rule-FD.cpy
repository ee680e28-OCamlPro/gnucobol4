*>COPY "./copybooks/Match-Rule-FD.cpy".
FD  Match-Rule-File.
01  Match-Rule-Line.
    05  MR-Company               PIC X(10).
*> side A is the settling side (one document), side B
*> the documents it settles (one, or several sharing the
*> reference whose total agrees).
    05  MR-Vendor-A              PIC X(10).
    05  MR-Vendor-B              PIC X(10).
*> the reference column on each side, numbered as in
*> the vendor's layout profile - 00 means the document's
*> own business reference (TM-Business-Ref).
    05  MR-Ref-Col-A             PIC 9(02).
    05  MR-Ref-Col-B             PIC 9(02).
*> the largest amount difference that still matches
*> (amounts compared with their signs dropped), and the
*> most posting days apart the two sides may be - zero
*> means the same posting date.
    05  MR-Amount-Tol            PIC 9(11)V9(02).
    05  MR-Date-Tol              PIC 9(03).
