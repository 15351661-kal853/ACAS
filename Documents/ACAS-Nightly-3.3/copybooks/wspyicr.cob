*>*******************************************
*>                                          *
*>  Record Definition For The Intercompany  *
*>       Labor Chargeback Rules             *
*>  Uses Icr-Key as key                     *
*>*******************************************
*>  File size 80 bytes.
*>
*>  Kept with the paying (home) company's data. One record per job
*>  (Hrs-Job-Tag as carried to the job cost file) or department
*>  (Emp-Dept) whose labor belongs to another company in the group:
*>    Icr-Type  J = job, D = department.
*>    Icr-Owner-Co  the owning company - must be on the company
*>              directory (pycdir) so its data can be reached.
*>    Icr-Burden-Pct  employer burden (taxes, benefits, workers'
*>              comp) added to the gross, percent.
*>  Account numbers are PY Accounts (pyact) numbers, each in its own
*>  company's accounts file:
*>    Icr-Home-DueFrom-Act  home - intercompany receivable (debit)
*>    Icr-Home-Recover-Act  home - labor cost recovered  (credit)
*>    Icr-Own-Expense-Act   owner - labor expense        (debit)
*>    Icr-Own-DueTo-Act     owner - intercompany payable (credit)
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-IC-Rule-Record.
     03  Icr-Key.
         05  Icr-Type        pic x.
             88  Icr-Job                  value "J".
             88  Icr-Dept                 value "D".
         05  Icr-Code        pic x(6).
     03  Icr-Owner-Co        pic 9(3).
     03  Icr-Burden-Pct      pic 9(3)v99.
     03  Icr-Home-DueFrom-Act pic 99.
     03  Icr-Home-Recover-Act pic 99.
     03  Icr-Own-Expense-Act pic 99.
     03  Icr-Own-DueTo-Act   pic 99.
     03  Icr-Desc            pic x(24).
     03  Icr-Maint-Date      pic 9(8).            *> ccyymmdd last changed
     03  Icr-Maint-By        pic x(8).
     03  filler              pic x(17).
*>
