*>
*> Payroll severance agreements - installment terms, signed release
*> and what has been scheduled and paid (pysever).
*>
     select  PY-Severance-File
                             assign        File-150
                             access        dynamic
                             organization  indexed
                             record key is Sev-Emp-No
                             status        PY-Sev-Status.
