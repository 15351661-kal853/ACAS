*>
*> Payroll equity compensation import (CSV of RSU / RSA vests and
*> stock option exercises from the stock plan broker, keyed by SSN)
*> - read by pyequity.
*>
     select  PY-Equity-File
                             assign        File-135
                             organization  line sequential
                             status        PY-Eqi-Status.
*>
