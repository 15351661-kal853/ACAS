*>
*> Payroll non-cash fringe benefit events (company vehicle personal
*> use, gift cards and other taxable fringes) - maintained and posted
*> into the pay batch as imputed income by pyfringe.
*>
     select  PY-Fringe-File
                             assign        File-134
                             access        dynamic
                             organization  indexed
                             record key is Frg-Key
                             status        PY-Frg-Status.
*>
