*>
*> Payroll position control file - authorized budgeted positions
*>
     select  PY-Position-File
                             assign        File-169
                             access        dynamic
                             organization  indexed
                             record key is Pos-Key
                             status        PY-Pos-Status.
*>
