*>
*> Payroll Check History Year-End Archive - closed-year pychkh
*> detail moved here by py930, read back by pystubrp / pyinq.
*>
*> 15/10/26 vbc - Alternate keys on the check number and check date,
*>                as on pychkh - existing files are rebuilt once by
*>                pyfhchk (R, 3).
*>
     select  PY-Chkh-Arch-File
                             assign        File-131
                             organization  indexed
                             access        dynamic
                             record key is Chka-Key
                             alternate record key is Chka-Check-No   with duplicates
                             alternate record key is Chka-Check-Date with duplicates
                             status        PY-Chka-Status.
*>
