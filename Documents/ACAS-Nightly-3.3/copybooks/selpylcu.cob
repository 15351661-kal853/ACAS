*>
*> Payroll local tax quarterly return upload file - written by
*> pylocal.
*>
     select  PY-Local-Upload-File
                             assign        File-160
                             organization  line sequential
                             status        PY-Lcu-Status.
*>
