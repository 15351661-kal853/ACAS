*>
*> Payroll non-discretionary bonus FLSA overtime true-up - the
*> bonuses covering past workweeks, maintained and trued up by
*> pyottrue.
*>
     select  PY-Bonus-True-Up-File
                             assign        File-143
                             access        dynamic
                             organization  indexed
                             record key is Btu-Key
                             status        PY-Btu-Status.
*>
