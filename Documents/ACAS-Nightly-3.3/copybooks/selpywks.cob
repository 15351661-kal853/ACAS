*>
*> Payroll worksites - each physical establishment (plant, shop,
*> office) employees are assigned to, for the BLS Multiple Worksite
*> Report (pymwr).
*>
     select  PY-Worksite-File
                             assign        File-155
                             access        dynamic
                             organization  indexed
                             record key is Wks-Code
                             status        PY-Wks-Status.
*>
