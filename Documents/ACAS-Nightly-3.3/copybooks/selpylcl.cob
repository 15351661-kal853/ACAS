*>
*> Payroll local earned income tax jurisdictions - rates, PSD /
*> municipality codes and collectors (pylocal).
*>
     select  PY-Local-Tax-File
                             assign        File-158
                             access        dynamic
                             organization  indexed
                             record key is Lcl-Juris
                             status        PY-Lcl-Status.
*>
