*>
*> Payroll effective-dated scheduled earnings / deductions -
*> maintained by pysched, applied and stopped by pyapply.
*>
     select  PY-Schedule-File
                             assign        File-170
                             access        dynamic
                             organization  indexed
                             record key is Sch-Key
                             status        PY-Sch-Status.
*>
