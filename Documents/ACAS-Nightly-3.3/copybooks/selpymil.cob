*>
*> Payroll military leave - the orders, military pay reported,
*> differential paid and service counted to the USERRA limit
*> (pymilit).
*>
     select  PY-Military-Leave-File
                             assign        File-151
                             access        dynamic
                             organization  indexed
                             record key is Mil-Key
                             status        PY-Mil-Status.
*>
