*>
*> Payroll state W-2 electronic submission file - written once a
*> year per state by pystrec.
*>
     select  PY-State-W2-File
                             assign        File-157
                             organization  line sequential
                             status        PY-Sw2-Status.
*>
