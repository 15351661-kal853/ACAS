*>
*> Payroll intercompany chargeback GL journal staging file - one
*> batch per posting, written by pyicchg into each company's own
*> data directory (home and owner).
*>
     select  PY-IC-Journal-File
                             assign        File-179
                             organization  line sequential
                             status        PY-Icj-Status.
*>
