*>
*> Payroll equity events posted - one record per broker vest /
*> exercise event pyequity has taken into the history, so the same
*> event in a later file is rejected, not posted twice.
*>
     select  PY-Equity-Posted-File
                             assign        File-136
                             access        dynamic
                             organization  indexed
                             record key is Eqp-Key
                             status        PY-Eqp-Status.
*>
