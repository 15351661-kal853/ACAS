*>
*> Payroll OSHA 300 injury and illness cases (pyosha)
*>
     select  PY-OSHA-Case-File
                             assign        File-163
                             access        dynamic
                             organization  indexed
                             record key is Osh-Key
                             status        PY-Osh-Status.
*>
