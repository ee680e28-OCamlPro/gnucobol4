*>COPY "./copybooks/Scrub-Ledger-FD.cpy".
FD  Scrub-Ledger-File.
01  Scrub-Ledger-Line.
*> B bundle verdict, M failed member, R repair.
    05  SL-Row-Type              PIC X(01).
    05  SL-Stamp                 PIC X(14).
    05  SL-Company               PIC X(10).
*> the primary bundle's path as PGM07 wrote it.
    05  SL-Bundle                PIC X(80).
*> B: OK, UNREADABLE (tar could not open it), BADMEMBER
*> (a member missing or re-hashing wrong), NOMANIFEST
*> (readable, but nothing to check the members against).
*> M: MISSING or MISMATCH.  R: REPAIRED or REPAIRFAIL.
    05  SL-Result                PIC X(10).
    05  SL-Member-Count          PIC 9(05).
    05  SL-Bad-Count             PIC 9(05).
*> M rows: the member, what the manifest and its intake
*> index row say it should hash to (zero = not recorded),
*> and what it hashed to (zero = not in the bundle).
    05  SL-Member                PIC X(80).
    05  SL-Manifest-Cksum        PIC 9(10).
    05  SL-Index-Cksum           PIC 9(10).
    05  SL-Actual-Cksum          PIC 9(10).
*> B rows on a bad bundle: "Y" when the mirror copy on
*> the DR mount scrubbed clean, with that copy's whole-
*> file cksum so a repair can prove it is copying the
*> same bytes; "N" when the mirror copy is bad or absent;
*> SPACE when no mirror is configured or the bundle is OK.
    05  SL-Mirror-Sw             PIC X(01).
    05  SL-Mirror-Cksum          PIC 9(10).
    05  SL-User                  PIC X(20).
    05  SL-Run-ID                PIC X(15).
