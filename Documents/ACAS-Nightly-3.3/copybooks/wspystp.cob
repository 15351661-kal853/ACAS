*>                period). pystdep works each open accrual's due
*>                date from these. File size unchanged (carved from
*>                the filler).
*> 15/10/26 vbc - Stp-Acct-No added - the employer's state withholding
*>                account number, carried on the state W-2 (RS)
*>                records pystrec writes. File size increases.
*>
 01  PY-State-Profile-Record.
     03  Stp-Key.
     03  Stp-PFML-Rate       pic 99v999   comp-3. *> total premium % of wages
     03  Stp-PFML-Emp-Share  pic 999v99   comp-3. *> % of the premium the EMPLOYEE pays
     03  Stp-PFML-Limit      pic 9(7)v99  comp-3. *> annual wage cap, 0 = FICA base
     03  Stp-Acct-No         pic x(20).           *> state withholding employer account no.
     03  filler              pic x(8).
*>
