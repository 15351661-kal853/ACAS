*>
*> Payroll tax jurisdiction directory (ZIP+4 to state, county,
*> municipality, school district and PSD) - loaded by pyjdir, read
*> by pyjurchk for py010 and the address audit.
*>
     select  PY-Juris-Dir-File
                             assign        File-187
                             access        dynamic
                             organization  indexed
                             record key is Jdr-Key
                             status        PY-Jdr-Status.
*>
