*>COPY "./copybooks/Approval-Select.cpy".
*> the dual-control approval queue - a privileged
*> request (force recreate, beyond-threshold purge,
*> right-to-erasure) writes a pending row here instead of executing; a
*> SECOND authorized operator approves or denies it
*> from PGM35's screen, and only an approved, unused,
*> unexpired row lets the operation run.  Lives in the
