*>
*> Payroll inbound file import registry - fingerprint, counts and
*> control totals of every file imported, kept by pyireg, inquired
*> and backed out by pyinbound.
*>
     select  PY-Import-Reg-File
                             assign        File-173
                             access        dynamic
                             organization  indexed
                             record key is Imr-Seq
                             status        PY-Imr-Status.
*>
