*>
*> Payroll inbound import record images - before / after of every
*> record an import writes or rewrites, for backing it out.
*>
     select  PY-Import-Image-File
                             assign        File-174
                             access        dynamic
                             organization  indexed
                             record key is Imi-Key
                             status        PY-Imi-Status.
*>
