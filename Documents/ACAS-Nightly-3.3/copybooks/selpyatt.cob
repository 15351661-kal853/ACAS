*>
*> Payroll attendance occurrences - tardies, early outs, no-call /
*> no-shows and unscheduled absences with their points (pyattend).
*>
     select  PY-Attendance-File
                             assign        File-146
                             access        dynamic
                             organization  indexed
                             record key is Att-Key
                             status        PY-Att-Status.
*>
