*>
*> Payroll commission / recoverable draw ledger - one record per
*> salesperson, maintained and updated by pycomm.
*>
     select  PY-Comm-Ledger-File
                             assign        File-140
                             access        dynamic
                             organization  indexed
                             record key is Cld-Emp-No
                             status        PY-Cld-Status.
*>
