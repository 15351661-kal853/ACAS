*>
*> Payroll PTO cash-out - the yearly vacation sell-back elections and
*> their payout (pyptoco).
*>
     select  PY-PTO-Cashout-File
                             assign        File-149
                             access        dynamic
                             organization  indexed
                             record key is Ptc-Key
                             status        PY-Ptc-Status.
