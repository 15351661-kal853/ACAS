*>
*> Payroll conversion import (CSV of a prior provider's opening QTD /
*> YTD balances by quarter, per-state figures and register control
*> totals, keyed by SSN) - read by pyconv.
*>
     select  PY-Conv-File
                             assign        File-190
                             organization  line sequential
                             status        PY-Cnv-Status.
*>
