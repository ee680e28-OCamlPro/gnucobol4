*>COPY "./copybooks/QA-Rpt-FD.cpy".
FD  QA-Rpt-File.
01  QA-Rpt-Line                  PIC X(132).
