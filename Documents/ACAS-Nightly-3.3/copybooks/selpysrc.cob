*>
*> Payroll purchase account receipts - what each apply deducted
*> towards an employee's Sales Ledger account, and whether it has
*> been posted.
*>
     select  PY-SL-Receipt-File
                             assign        File-184
                             access        dynamic
                             organization  indexed
                             record key is Src-Key
                             status        PY-Src-Status.
*>
