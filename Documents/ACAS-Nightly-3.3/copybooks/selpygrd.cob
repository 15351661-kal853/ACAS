*>
*> Payroll salary grade file - min / mid / max by grade and year
*>
     select  PY-Grade-File
                             assign        File-168
                             access        dynamic
                             organization  indexed
                             record key is Grd-Key
                             status        PY-Grd-Status.
*>
