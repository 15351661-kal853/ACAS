*>
*> Payroll intercompany labor chargeback rules - the jobs and
*> departments owned by another company, with the burden rate and
*> the due-to / due-from accounts pyicchg posts through.
*>
     select  PY-IC-Rule-File
                             assign        File-177
                             access        dynamic
                             organization  indexed
                             record key is Icr-Key
                             status        PY-Icr-Status.
*>
