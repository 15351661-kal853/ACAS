*>
*> Payroll Purchase Ledger invoice batch staging file - the
*> remittances pyplpost posts, for the Purchase Ledger to take in
*> as supplier invoices.
*>
     select  PY-PL-Inv-File
                             assign        File-181
                             organization  line sequential
                             status        PY-Plv-Status.
*>
