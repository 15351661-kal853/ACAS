*>
*> Payroll translated label sets for the employee facing outputs -
*> kept by pylabel, read through pylblset by pychkprt, pyadvice,
*> pynotice and pystubrp.
*>
     select  PY-Label-File
                             assign        File-189
                             access        dynamic
                             organization  indexed
                             record key is Lbl-Key
                             status        PY-Lbl-Status.
*>
