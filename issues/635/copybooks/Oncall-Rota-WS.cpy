*>COPY "./copybooks/Oncall-Rota-WS.cpy".
01  WS-StatusOCR                 PIC X(02).
01  WS-Oncall-Rota-Path          PIC X(60) VALUE SPACE.

01  WS-EOF-OCR                   PIC X(01) VALUE "N".
    88  Oncall-Rota-EOF          VALUE "Y".

01  WS-Oncall-Table.
    05  WS-Ocr-Count             PIC 9(02) VALUE ZERO.
    05  WS-Ocr-Entry OCCURS 60 TIMES
                       INDEXED BY WS-Ocr-Idx.
        10  WS-Ocr-Company       PIC X(10).
        10  WS-Ocr-Severity      PIC X(01).
        10  WS-Ocr-From-Date     PIC X(08).
        10  WS-Ocr-To-Date       PIC X(08).
        10  WS-Ocr-Primary       PIC X(40).
        10  WS-Ocr-Secondary     PIC X(40).
        10  WS-Ocr-Manager       PIC X(40).
        10  WS-Ocr-Ack-Minutes   PIC 9(04).

*> lookup - set the three test fields, and the best
*> matching row comes back in WS-Ocr-Hit (zero when no
*> row covers them).  An exact company outranks an exact
*> severity, which outranks a wildcard row.
01  WS-Ocr-Test-Company          PIC X(10) VALUE SPACE.
01  WS-Ocr-Test-Severity         PIC X(01) VALUE SPACE.
01  WS-Ocr-Test-Date             PIC X(08) VALUE SPACE.
01  WS-Ocr-Hit                   PIC 9(02) VALUE ZERO.
01  WS-Ocr-Score                 PIC 9(01) VALUE ZERO.
01  WS-Ocr-Best-Score            PIC 9(01) VALUE ZERO.

01  WS-Ocr-Default-Ack           PIC 9(04) VALUE 30.
01  WS-Ocr-Ack-Raw               PIC X(10) VALUE SPACE.
