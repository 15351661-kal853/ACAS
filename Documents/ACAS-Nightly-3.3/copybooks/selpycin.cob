*>
*> Payroll benefit carrier invoice import (CSV from the carrier's bill)
*>
     select  PY-Carrier-Inv-File
                             assign        File-167
                             organization  line sequential
                             status        PY-Cin-Status.
*>
