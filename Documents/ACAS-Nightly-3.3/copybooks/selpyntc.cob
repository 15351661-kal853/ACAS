*>
*> Payroll tax agency notice / penalty correspondence log -
*> maintained and reported by pytaxntc, due dates shown by py000.
*>
     select  PY-Notice-File
                             assign        File-171
                             access        dynamic
                             organization  indexed
                             record key is Ntc-No
                             status        PY-Ntc-Status.
*>
