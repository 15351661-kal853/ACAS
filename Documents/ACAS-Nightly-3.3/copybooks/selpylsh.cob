*>
*> Payroll shared leave bank - medical emergency cases, the vacation
*> hours donated to them and their return (pylvshr).
*>
     select  PY-Leave-Share-File
                             assign        File-148
                             access        dynamic
                             organization  indexed
                             record key is Lsh-Key
                             status        PY-Lsh-Status.
*>
