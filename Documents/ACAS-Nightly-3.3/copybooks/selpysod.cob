*>
*> Payroll segregation of duties conflict matrix - the pairs of
*> duties one operator may not both perform, maintained and reported
*> against by pysod.
*>
     select  PY-Sod-File
                             assign        File-175
                             access        dynamic
                             organization  indexed
                             record key is Sod-Key
                             status        PY-Sod-Status.
*>
