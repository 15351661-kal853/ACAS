*>
*> Payroll Purchase Ledger payments import - the payments the
*> Purchase Ledger has made against the invoices pyplpost raised.
*>
     select  PY-PL-Pay-File
                             assign        File-182
                             organization  line sequential
                             status        PY-Plp-Status.
*>
