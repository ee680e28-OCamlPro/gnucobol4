*>COPY "./copybooks/Match-Seq-FD.cpy".
FD  Match-Seq-File.
01  Match-Seq-Line.
    05  MQ-Last-Number           PIC 9(09).
