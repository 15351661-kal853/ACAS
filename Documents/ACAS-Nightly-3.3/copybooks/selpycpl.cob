*>
*> Payroll commission plan table (tiered rates against a quota and
*> the guaranteed draw, by plan and plan year) - maintained and used
*> by pycomm.
*>
     select  PY-Comm-Plan-File
                             assign        File-139
                             access        dynamic
                             organization  indexed
                             record key is Cpl-Key
                             status        PY-Cpl-Status.
*>
