*>
*> Payroll state final pay rules - how soon each state wants the
*> final pay of a terminated employee and whether accrued vacation
*> must be paid with it (pyfinpay).
*>
     select  PY-Final-Pay-Rule-File
                             assign        File-152
                             access        dynamic
                             organization  indexed
                             record key is Fpr-State
                             status        PY-Fpr-Status.
*>
