*>COPY "./copybooks/Cfg-Audit-WS.cpy".
01  WS-StatusCFA                 PIC X(02).
01  WS-Cfg-Audit-Path            PIC X(60) VALUE SPACE.
01  WS-Cfg-Audit-Open-Sw         PIC X(01) VALUE "N".
    88  WS-Cfg-Audit-Open        VALUE "Y".

*> one finding as it lands on the report - HARD stops
*> the chain, WARN only reports.
01  WS-Ca-Finding.
    05  WS-Ca-Sev                PIC X(04).
        88  WS-Ca-Hard           VALUE "HARD".
        88  WS-Ca-Warn           VALUE "WARN".
    05  FILLER                   PIC X(01).
    05  WS-Ca-File               PIC X(30).
    05  WS-Ca-Line-Edit          PIC Z(04)9.
    05  FILLER                   PIC X(02).
    05  WS-Ca-Text               PIC X(90).

*> the file being read and the line just read from it
*> (blank lines count, so the number matches an editor).
01  WS-Ca-Cur-File               PIC X(30) VALUE SPACE.
01  WS-Ca-Line-No                PIC 9(05) VALUE ZERO.
01  WS-Ca-Rows                   PIC 9(05) VALUE ZERO.

01  WS-Ca-Hard-Count             PIC 9(05) VALUE ZERO.
01  WS-Ca-Warn-Count             PIC 9(05) VALUE ZERO.
01  WS-Ca-Count-Edit             PIC Z(04)9 VALUE SPACE.
01  WS-Ca-Count-Edit2            PIC Z(04)9 VALUE SPACE.

*> every file looked at, for the FILES CHECKED section -
*> rows read, or not present.
01  WS-Ca-File-Table.
    05  WS-Ca-File-Count         PIC 9(02) VALUE ZERO.
    05  WS-Ca-File-Entry OCCURS 60 TIMES
                          INDEXED BY WS-Ca-Fil-Idx.
        10  WS-Ca-File-Name      PIC X(30).
        10  WS-Ca-File-Rows      PIC 9(05).
        10  WS-Ca-File-State     PIC X(02).
01  WS-Ca-File-Row.
    05  FILLER                   PIC X(02) VALUE SPACE.
    05  WS-Ca-Fr-Name            PIC X(30).
    05  WS-Ca-Fr-Text            PIC X(40).

*> the programs built to the standard linkage.cpy USING
*> contract - the only names PGM00B's chain and PGM33's
*> scheduler can CALL.  A new batch program joins here.
01  WS-Ca-Pgm-Values.
    05                           PIC X(10) VALUE "PGM00".
    05                           PIC X(10) VALUE "PGM01".
    05                           PIC X(10) VALUE "PGM03".
    05                           PIC X(10) VALUE "PGM05".
    05                           PIC X(10) VALUE "PGM06".
    05                           PIC X(10) VALUE "PGM07".
    05                           PIC X(10) VALUE "PGM08".
    05                           PIC X(10) VALUE "PGM09".
    05                           PIC X(10) VALUE "PGM15".
    05                           PIC X(10) VALUE "PGM16".
    05                           PIC X(10) VALUE "PGM17".
    05                           PIC X(10) VALUE "PGM18".
    05                           PIC X(10) VALUE "PGM19".
    05                           PIC X(10) VALUE "PGM20".
    05                           PIC X(10) VALUE "PGM22".
    05                           PIC X(10) VALUE "PGM24".
    05                           PIC X(10) VALUE "PGM25".
    05                           PIC X(10) VALUE "PGM27".
    05                           PIC X(10) VALUE "PGM39".
    05                           PIC X(10) VALUE "PGM43".
    05                           PIC X(10) VALUE "PGM44".
    05                           PIC X(10) VALUE "PGM50".
    05                           PIC X(10) VALUE "PGM53".
    05                           PIC X(10) VALUE "PGM57".
    05                           PIC X(10) VALUE "PGM59".
    05                           PIC X(10) VALUE "PGM65".
    05                           PIC X(10) VALUE "PGM67".
    05                           PIC X(10) VALUE "PGM68".
    05                           PIC X(10) VALUE "PGM71".
    05                           PIC X(10) VALUE "PGM72".
01  WS-Ca-Pgm-Table REDEFINES WS-Ca-Pgm-Values.
    05  WS-Ca-Pgm-Name           PIC X(10)
                                 OCCURS 30 TIMES
                                 INDEXED BY WS-Ca-Pgm-Idx.
01  WS-Ca-Pgm-Count              PIC 9(02) VALUE 30.

*> company-master.cfg as written - every row, enabled or
*> not, so a reference to a disabled company can be told
*> from one to a company that does not exist.
01  WS-Ca-Co-Table.
    05  WS-Ca-Co-Count           PIC 9(02) VALUE ZERO.
    05  WS-Ca-Co-Entry OCCURS 30 TIMES
                        INDEXED BY WS-Ca-Co-Idx.
        10  WS-Ca-Co-Code        PIC X(10).
        10  WS-Ca-Co-Enabled     PIC X(01).
        10  WS-Ca-Co-Line        PIC 9(05).
01  WS-Ca-Co-Enabled-Count       PIC 9(02) VALUE ZERO.

*> vendor-table.cfg as written, pattern upper-cased and
*> split the way PGM01's 2191-Match-One-Vendor reads it.
01  WS-Ca-Vnd-Table.
    05  WS-Ca-Vnd-Count          PIC 9(02) VALUE ZERO.
    05  WS-Ca-Vnd-Entry OCCURS 60 TIMES
                         INDEXED BY WS-Ca-Vnd-Idx WS-Ca-Vnd-Idx2.
        10  WS-Ca-Vnd-Code       PIC X(10).
        10  WS-Ca-Vnd-Prefix     PIC X(40).
        10  WS-Ca-Vnd-Len        PIC 9(02).
        10  WS-Ca-Vnd-Star       PIC X(01).
        10  WS-Ca-Vnd-Line       PIC 9(05).

*> vendor-layout.cfg as written - column counts for the
*> GL map's and code-xlate.cfg's column references,
*> whether the vendor's profile normalizes at all, and
*> each version's tag and dates in force for the
*> repeat and overlap checks.
01  WS-Ca-Lay-Table.
    05  WS-Ca-Lay-Count          PIC 9(02) VALUE ZERO.
    05  WS-Ca-Lay-Entry OCCURS 60 TIMES
                         INDEXED BY WS-Ca-Lay-Idx.
        10  WS-Ca-Lay-Vendor     PIC X(10).
        10  WS-Ca-Lay-Cols       PIC 9(02).
        10  WS-Ca-Lay-Line       PIC 9(05).
        10  WS-Ca-Lay-Norm       PIC X(01).
        10  WS-Ca-Lay-Version    PIC X(08).
        10  WS-Ca-Lay-From       PIC X(08).
        10  WS-Ca-Lay-To         PIC X(08).
        10  WS-Ca-Lay-Tag-Col    PIC 9(02).
01  WS-Ca-Lay-From-Key           PIC X(08) VALUE SPACE.
01  WS-Ca-Lay-To-Key             PIC X(08) VALUE SPACE.
01  WS-Ca-Lay-Tag-Key            PIC 9(02) VALUE ZERO.
01  WS-Ca-Lay-Dup-Sw             PIC X(01) VALUE "N".
    88  WS-Ca-Lay-Dup-Version    VALUE "Y".

*> gl-account-map.cfg catch-all rows seen so far - any
*> later row for the same vendor and company can never
*> be reached.
01  WS-Ca-Glc-Table.
    05  WS-Ca-Glc-Count          PIC 9(03) VALUE ZERO.
    05  WS-Ca-Glc-Entry OCCURS 200 TIMES
                         INDEXED BY WS-Ca-Glc-Idx.
        10  WS-Ca-Glc-Vendor     PIC X(10).
        10  WS-Ca-Glc-Company    PIC X(10).
        10  WS-Ca-Glc-Line       PIC 9(05).

*> job-chain.cfg steps and event-codes.cfg codes seen so
*> far, for repeats.
01  WS-Ca-Jc-Table.
    05  WS-Ca-Jc-Count           PIC 9(02) VALUE ZERO.
    05  WS-Ca-Jc-Entry OCCURS 60 TIMES
                        INDEXED BY WS-Ca-Jc-Idx.
        10  WS-Ca-Jc-Program     PIC X(10).
        10  WS-Ca-Jc-Line        PIC 9(05).
01  WS-Ca-Jc-Last-Seq            PIC 9(02) VALUE ZERO.
01  WS-Ca-Jc-Steps               PIC 9(02) VALUE ZERO.
01  WS-Ca-Jc-Audit-Rows          PIC 9(02) VALUE ZERO.
*> job-chain.cfg step numbers seen so far, in file order
*> (primed with the audit's 00) - a predecessor must be
*> one of them.
01  WS-Ca-Jc-Seen-Table.
    05  WS-Ca-Jc-Seen-Count      PIC 9(02) VALUE ZERO.
    05  WS-Ca-Jc-Seen-Seq        PIC X(02) OCCURS 60 TIMES
                                  INDEXED BY WS-Ca-Jc-Seen-Idx.
01  WS-Ca-Jc-Pred-K              PIC 9(01) VALUE ZERO.

01  WS-Ca-Evc-Table.
    05  WS-Ca-Evc-Count          PIC 9(03) VALUE ZERO.
    05  WS-Ca-Evc-Entry OCCURS 200 TIMES
                         INDEXED BY WS-Ca-Evc-Idx.
        10  WS-Ca-Evc-Code       PIC 9(05).
        10  WS-Ca-Evc-Line       PIC 9(05).

*> dir-table.cfg slot already overridden, by line.
01  WS-Ca-Dir-Table.
    05  WS-Ca-Dir-Line           PIC 9(05)
                                 OCCURS 20 TIMES.

*> one company's period-control.cfg, for overlaps.
01  WS-Ca-Per-Table.
    05  WS-Ca-Per-Count          PIC 9(02) VALUE ZERO.
    05  WS-Ca-Per-Entry OCCURS 60 TIMES
                         INDEXED BY WS-Ca-Per-Idx.
        10  WS-Ca-Per-From       PIC X(08).
        10  WS-Ca-Per-To         PIC X(08).
        10  WS-Ca-Per-Line       PIC 9(05).

*> what each reader actually keeps - a row past its
*> table is dropped at load, so it is as good as absent.
01  WS-Ca-Limits.
    05  WS-Ca-Vnd-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Lay-Limit          PIC 9(03) VALUE 40.
    05  WS-Ca-Glm-Limit          PIC 9(03) VALUE 200.
    05  WS-Ca-Exp-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Dky-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Rky-Limit          PIC 9(03) VALUE 40.
    05  WS-Ca-Vgt-Limit          PIC 9(03) VALUE 40.
    05  WS-Ca-Mrl-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Cxl-Limit          PIC 9(03) VALUE 300.
    05  WS-Ca-Smp-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Fpr-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Lzn-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Tat-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Jc-Limit           PIC 9(03) VALUE 15.
    05  WS-Ca-Sch-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Evc-Limit          PIC 9(03) VALUE 50.
    05  WS-Ca-Hld-Limit          PIC 9(03) VALUE 30.
    05  WS-Ca-Rsb-Limit          PIC 9(03) VALUE 30.
    05  WS-Ca-Rcp-Limit          PIC 9(03) VALUE 20.
    05  WS-Ca-Rpl-Limit          PIC 9(03) VALUE 12.
    05  WS-Ca-Per-Limit          PIC 9(03) VALUE 60.

*> lookup and pattern scratch shared by the checks.
01  WS-Ca-Search-Code            PIC X(10) VALUE SPACE.
01  WS-Ca-Found-Sw               PIC X(01) VALUE "N".
    88  WS-Ca-Found              VALUE "Y".
01  WS-Ca-Found-Line             PIC 9(05) VALUE ZERO.
01  WS-Ca-Found-Enabled          PIC X(01) VALUE SPACE.
01  WS-Ca-Found-Cols             PIC 9(02) VALUE ZERO.
01  WS-Ca-Found-Norm             PIC X(01) VALUE SPACE.
01  WS-Ca-Smp-Col                PIC 9(02) VALUE ZERO.
01  WS-Ca-Pattern                PIC X(40) VALUE SPACE.
01  WS-Ca-Prefix                 PIC X(40) VALUE SPACE.
01  WS-Ca-Tail                   PIC X(40) VALUE SPACE.
01  WS-Ca-Star-Count             PIC 9(02) VALUE ZERO.
01  WS-Ca-Prefix-Len             PIC 9(02) VALUE ZERO.
01  WS-Ca-Num                    PIC 9(02) VALUE ZERO.
01  WS-Ca-Num-2                  PIC 9(02) VALUE ZERO.
01  WS-Ca-Num-3                  PIC 9(02) VALUE ZERO.
01  WS-Ca-Num-Edit               PIC Z9 VALUE SPACE.
01  WS-Ca-Pos-End                PIC 9(04) VALUE ZERO.
01  WS-Ca-Line-Ref-Edit          PIC Z(04)9 VALUE SPACE.
01  WS-Ca-HHMM                   PIC X(04) VALUE SPACE.
01  WS-Ca-HHMM-Parts REDEFINES WS-Ca-HHMM.
    05  WS-Ca-HH                 PIC 9(02).
    05  WS-Ca-MM                 PIC 9(02).
01  WS-Ca-Date                   PIC X(08) VALUE SPACE.
01  WS-Ca-Date-Parts REDEFINES WS-Ca-Date.
    05  WS-Ca-Date-Year          PIC 9(04).
    05  WS-Ca-Date-Month         PIC 9(02).
    05  WS-Ca-Date-Day           PIC 9(02).
01  WS-Ca-Valid-Sw               PIC X(01) VALUE "Y".
    88  WS-Ca-Valid              VALUE "Y".
01  WS-Ca-Freq                   PIC X(01) VALUE SPACE.
01  WS-Ca-Day                    PIC X(02) VALUE SPACE.
01  WS-Ca-Day-Num REDEFINES WS-Ca-Day
                                 PIC 9(02).

*> the company tree being audited.
01  WS-Ca-Co-Label               PIC X(10) VALUE SPACE.
01  WS-Ca-Co-State               PIC X(01) VALUE SPACE.
    88  WS-Ca-Co-Disabled        VALUE "N".
