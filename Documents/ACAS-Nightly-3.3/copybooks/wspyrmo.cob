*>
*>  One line per payee per remittance run - C lines feed the check
*>  request, A lines feed the pyach-style bank upload (route/account
*>  from the payee master), L lines are paid through the Purchase
*>  Ledger and are posted there as invoices by pyplpost, never sent
*>  to the bank. Amount carries an implied decimal.
*>
*> 22/08/26 vbc - Created.
*> 15/10/26 vbc - Method L (Purchase Ledger) - see pyplpost.
*>
 01  PY-Remit-Record.
     03  Rmo-Date            pic 9(8).            *> ccyymmdd staged
     03  Rmo-Payee-No        pic 9(4).
     03  Rmo-Payee-Name      pic x(32).
     03  Rmo-Method          pic x.               *> C / A / L
     03  Rmo-Amount          pic 9(8)v99.         *> implied decimal
     03  Rmo-Bank-Route      pic 9(9).
     03  Rmo-Bank-Acct       pic x(17).
