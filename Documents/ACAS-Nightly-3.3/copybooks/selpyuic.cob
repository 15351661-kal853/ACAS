*>
*> Payroll unemployment (UI) claims - notices, responses,
*> determinations, appeals and benefit charges (pyuiclm)
*>
     select  PY-UI-Claim-File
                             assign        File-162
                             access        dynamic
                             organization  indexed
                             record key is Uic-Key
                             status        PY-Uic-Status.
*>
