*>
*> Payroll commission credited sales - imported by pycomm and taken
*> into the period's commission calculation.
*>
     select  PY-Comm-Sales-File
                             assign        File-142
                             access        dynamic
                             organization  indexed
                             record key is Csl-Key
                             status        PY-Csl-Status.
*>
