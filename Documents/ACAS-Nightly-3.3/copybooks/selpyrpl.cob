*>
*> Payroll remittances posted to the Purchase Ledger - the invoice
*> pyplpost raised for each staged remittance and its paid status.
*>
     select  PY-Remit-PL-File
                             assign        File-180
                             access        dynamic
                             organization  indexed
                             record key is Rpl-Inv-Ref
                             status        PY-Rpl-Status.
*>
