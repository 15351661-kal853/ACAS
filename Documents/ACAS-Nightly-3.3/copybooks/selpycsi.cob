*>
*> Payroll commission credited sales import (CSV of sales credited
*> to each salesperson from the sales system) - read by pycomm.
*>
     select  PY-Comm-Sales-Import
                             assign        File-141
                             organization  line sequential
                             status        PY-Csi-Status.
*>
