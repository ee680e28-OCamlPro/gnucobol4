*>COPY "./copybooks/Erasure-Rpt-WS.cpy".
01  WS-StatusERP                 PIC X(02).
01  WS-Erasure-Rpt-Path          PIC X(80) VALUE SPACE.

*> one fixed-width detail row per matching record -
*> which artifact, which company tree, where in it,
*> which subject identifier (and column, for a profiled
*> file) it matched on, and what became of it:
*>   FOUND    - search run, nothing changed yet
*>   HELD     - search run, a legal hold covers it
*>   REDACTED - erased in place
*>   REFUSED  - erasure refused, a legal hold covers it
*>   FAILED   - the artifact could not be read or
*>              rewritten; the request stays open
*>   LINKED   - a record-errors.log row pointing at a
*>              matching record; it holds no subject
*>              data itself and is left as it is
01  WS-Erasure-Rpt-Row           PIC X(132) VALUE SPACE.
01  WS-Erasure-Rpt-Fields        REDEFINES WS-Erasure-Rpt-Row.
    05                          PIC X(02).
    05  WS-Erp-Area              PIC X(08).
    05                          PIC X(01).
    05  WS-Erp-Company           PIC X(10).
    05                          PIC X(01).
    05  WS-Erp-Line              PIC Z(06)9.
    05                          PIC X(01).
    05  WS-Erp-Col               PIC Z9.
    05                          PIC X(01).
    05  WS-Erp-Subject           PIC 9(01).
    05                          PIC X(01).
    05  WS-Erp-Verdict           PIC X(08).
    05                          PIC X(01).
    05  WS-Erp-Case              PIC X(12).
    05                          PIC X(01).
    05  WS-Erp-Name              PIC X(75).

01  WS-Erp-Count-Edit            PIC ZZZZ9 VALUE ZERO.
01  WS-Erp-Count-Edit2           PIC ZZZZ9 VALUE ZERO.
01  WS-Erp-Count-Edit3           PIC ZZZZ9 VALUE ZERO.
