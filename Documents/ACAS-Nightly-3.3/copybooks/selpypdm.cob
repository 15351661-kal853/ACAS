*>
*> Payroll per-diem rate table (GSA style lodging and M&IE rates by
*> year and locality) - maintained and used by pyexpense.
*>
     select  PY-Per-Diem-File
                             assign        File-138
                             access        dynamic
                             organization  indexed
                             record key is Pdm-Key
                             status        PY-Pdm-Status.
*>
