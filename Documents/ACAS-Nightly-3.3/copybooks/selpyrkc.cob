*>
*> Payroll 401(k) recordkeeper change import (CSV of deferral
*> percent changes and plan loan repayment starts / changes / stops
*> keyed by SSN) - read by pyrkchg.
*>
     select  PY-RK-Change-File
                             assign        File-132
                             organization  line sequential
                             status        PY-Rkc-Status.
*>
