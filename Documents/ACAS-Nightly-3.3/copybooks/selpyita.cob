*>
*> Payroll OSHA Form 300A ITA upload file (CSV, written by pyosha)
*>
     select  PY-OSHA-ITA-File
                             assign        File-164
                             organization  line sequential
                             status        PY-Ita-Status.
*>
