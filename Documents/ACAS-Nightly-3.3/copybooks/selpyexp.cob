*>
*> Payroll employee expense claims (lodging, meals & incidentals,
*> travel and other business expenses) - maintained, approved and
*> posted into the pay batch by pyexpense.
*>
     select  PY-Expense-File
                             assign        File-137
                             access        dynamic
                             organization  indexed
                             record key is Exp-Key
                             status        PY-Exp-Status.
*>
