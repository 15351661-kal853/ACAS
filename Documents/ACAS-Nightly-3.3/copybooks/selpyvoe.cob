*>
*> Payroll verification of employment request log (pyvoe)
*>
     select  PY-VOE-Log-File
                             assign        File-161
                             organization  line sequential
                             status        PY-Voe-Status.
*>
