*>
*> Payroll 1042-S IRS FIRE electronic file - written by py1042s the
*> way py1099 writes the 1099s.
*>
     select  PY-1042S-File
                             assign        File-154
                             organization  line sequential
                             status        PY-F42-Status.
*>
