*>
*> Payroll time clock punch pairs - one record per "P," line pytcimp
*> imports, kept for pymealck's California meal / rest period pass.
*>
     select  PY-Punch-File
                             assign        File-144
                             access        dynamic
                             organization  indexed
                             record key is Pch-Key
                             status        PY-Pch-Status.
*>
