*>
*> Payroll per-employee per-jurisdiction local tax history.
*>
     select  PY-Emp-Local-File
                             assign        File-159
                             access        dynamic
                             organization  indexed
                             record key is Emlc-Key
                             status        PY-Emlc-Status.
*>
