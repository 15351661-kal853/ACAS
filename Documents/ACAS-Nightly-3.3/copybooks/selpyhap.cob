*>
*> Payroll timecard approvals - one per employee per pay batch,
*> the supervisor's sign-off that pyproof checks (pytcappr).
*>
     select  PY-Hrs-Approval-File
                             assign        File-147
                             access        dynamic
                             organization  indexed
                             record key is Hap-Key
                             status        PY-Hap-Status.
*>
