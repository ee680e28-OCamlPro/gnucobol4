*> "Y" skips this step outright (operator request) while
*> leaving it in the table.
    05  JC-Skip                  PIC X(01).
*> up to 4 predecessor step numbers, each followed by a
*> space ("01 03 ") - the step starts only once every
*> one named has finished OK, WARN or SKIP.  A
*> predecessor must be a step listed above this row
*> (00 is the configuration audit).  No predecessors at
*> all keeps the old strict order: the row above.
    05  JC-After OCCURS 4 TIMES.
        10  JC-After-Seq         PIC X(02).
        10                       PIC X(01).
