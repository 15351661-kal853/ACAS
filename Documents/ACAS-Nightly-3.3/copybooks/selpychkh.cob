*> Payroll Check History - every pay period's check detail, appended
*> as checks are written so stub reprints / wage verifications can
*> reach back past the single run pychk holds.
*>
*> 15/10/26 vbc - Alternate keys on the check number and check date
*>                so reconciliation, voids, escheat and the sequence
*>                audit go straight to a check - existing files are
*>                rebuilt once by pyfhchk (R, 3).
*>
     select  PY-Check-History-File
                             assign        File-68
                             access        dynamic
                             organization  indexed
                             record key is Chkh-Key
                             alternate record key is Chkh-Check-No   with duplicates
                             alternate record key is Chkh-Check-Date with duplicates
                             status        PY-Chkh-Status.
*>
