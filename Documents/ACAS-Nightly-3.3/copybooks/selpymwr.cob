*>
*> Payroll BLS Multiple Worksite Report electronic file - written
*> quarterly by pymwr.
*>
     select  PY-MWR-File
                             assign        File-156
                             organization  line sequential
                             status        PY-Mwr-Status.
*>
