*>
*> Payroll intercompany chargeback ledger - what pyicchg has charged
*> each owning company, by check date and employee.
*>
     select  PY-IC-Ledger-File
                             assign        File-178
                             access        dynamic
                             organization  indexed
                             record key is Icl-Key
                             status        PY-Icl-Status.
*>
