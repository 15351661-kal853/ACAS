*>
*> Payroll dependents and beneficiaries (pydepnd)
*>
     select  PY-Dependent-File
                             assign        File-165
                             access        dynamic
                             organization  indexed
                             record key is Dpn-Key
                             status        PY-Dpn-Status.
*>
