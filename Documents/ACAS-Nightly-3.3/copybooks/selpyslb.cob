*>
*> Payroll Sales Ledger balances import - the open balance on each
*> customer account, for the employee purchase accounts.
*>
     select  PY-SL-Bal-File
                             assign        File-186
                             organization  line sequential
                             status        PY-Slb-Status.
*>
