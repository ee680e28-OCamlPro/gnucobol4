    05  SN-Name                  PIC X(08).
    05  SN-Last-Run              PIC X(08).
    05  SN-Missed                PIC X(08).
*> last date a due run was held back by an open
*> maintenance window - one DEFER ledger row per date.
    05  SN-Deferred              PIC X(08).
