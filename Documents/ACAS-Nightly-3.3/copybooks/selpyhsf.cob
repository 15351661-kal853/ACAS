*>
*> Payroll Health Savings Account custodian funding file (fixed
*> layout, one line per paid employee with HSA money this run) -
*> written by pyhsafeed after the register step of each pay run.
*>
     select  PY-HSA-Feed-File
                             assign        File-133
                             organization  line sequential
                             status        PY-Hsf-Status.
*>
