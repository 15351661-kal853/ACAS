*>
*> Payroll employee purchase accounts - the Sales Ledger customer
*> each employee buys on and the repayment rule.
*>
     select  PY-Emp-Purch-File
                             assign               File-183
                             access               dynamic
                             organization         indexed
                             record key is        Epa-Emp-No
                             alternate record key Epa-Customer with duplicates
                             status               PY-Epa-Status.
*>
