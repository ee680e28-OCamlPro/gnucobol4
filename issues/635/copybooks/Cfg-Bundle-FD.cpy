*>COPY "./copybooks/Cfg-Bundle-FD.cpy".
*> One record type per line, keyed on the first byte:
*>   H  header - EXPORT or ROLLBACK, when, who, from where
*>   F  a file follows - tree-relative name, row count and
*>      the cksum CRC of those rows as written
*>   A  the file is absent - an import removes it (only a
*>      rollback bundle carries these)
*>   L  one row of the file named by the last F
*>   T  trailer - file and row counts, so a cut-short
*>      bundle is caught before anything is touched
FD  Cfg-Bundle-File.
01  Cfg-Bundle-Line.
    05  CB-Type                  PIC X(01).
        88  CB-Is-Header         VALUE "H".
        88  CB-Is-File           VALUE "F".
        88  CB-Is-Absent         VALUE "A".
        88  CB-Is-Row            VALUE "L".
        88  CB-Is-Trailer        VALUE "T".
    05                           PIC X(01).
    05  CB-Row                   PIC X(400).
01  Cfg-Bundle-Hdr-Line.
    05                           PIC X(02).
    05  CBH-Kind                 PIC X(08).
    05                           PIC X(01).
    05  CBH-Date                 PIC X(08).
    05                           PIC X(01).
    05  CBH-Time                 PIC X(06).
    05                           PIC X(01).
    05  CBH-User                 PIC X(20).
    05                           PIC X(01).
    05  CBH-Root                 PIC X(40).
01  Cfg-Bundle-File-Line.
    05                           PIC X(02).
    05  CBF-Name                 PIC X(60).
    05                           PIC X(01).
    05  CBF-Rows                 PIC 9(05).
    05                           PIC X(01).
    05  CBF-Cksum                PIC 9(10).
01  Cfg-Bundle-Trl-Line.
    05                           PIC X(02).
    05  CBT-Files                PIC 9(05).
    05                           PIC X(01).
    05  CBT-Rows                 PIC 9(07).
