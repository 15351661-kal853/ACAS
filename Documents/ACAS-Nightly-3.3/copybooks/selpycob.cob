*>
*> Payroll COBRA qualifying events and continuation coverage (pycobra)
*>
     select  PY-COBRA-File
                             assign        File-166
                             access        dynamic
                             organization  indexed
                             record key is Cob-Key
                             status        PY-Cob-Status.
*>
