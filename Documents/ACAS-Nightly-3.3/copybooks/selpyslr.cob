*>
*> Payroll Sales Ledger cash receipt batch staging file - the
*> purchase account repayments pyslpost posts, for the Sales Ledger
*> to take in as cash receipts.
*>
     select  PY-SL-Rcpt-File
                             assign        File-185
                             organization  line sequential
                             status        PY-Slr-Status.
*>
