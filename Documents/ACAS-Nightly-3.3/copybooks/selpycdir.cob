*>
*> Payroll company directory - one record per company giving the
*> directory its data files are kept in and the reporting group it
*> is consolidated with by pycons.
*>
     select  PY-Co-Dir-File
                             assign        File-176
                             access        dynamic
                             organization  indexed
                             record key is Cdir-Co-Code
                             status        PY-Cdir-Status.
*>
