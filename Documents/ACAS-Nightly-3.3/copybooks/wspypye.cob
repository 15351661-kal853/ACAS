*>       Payee Master File                  *
*>     Uses Pye-Payee-No as key             *
*>*******************************************
*>  File size 192 bytes.
*>
*>  One record per party withheld deductions are remitted to - the
*>  garnishment agency, the union, the insurance carrier. Emp-ED-Grp
*>                accumulates the calendar year's remittances onto
*>                Pye-YTD-Paid and py1099 prints the forms / writes
*>                the IRS FIRE file from them. File size increases.
*> 15/10/26 vbc - Remit method L - paid through the ACAS Purchase
*>                Ledger - with Pye-PL-Supplier, Pye-PL-Terms and
*>                Pye-Liab-Act: pyplpost posts the staged remittance
*>                as an invoice on the supplier account, due after the
*>                terms and distributed to the liability account's GL.
*>                File size increases.
*>
 01  PY-Payee-Record.
     03  Pye-Payee-No        pic 9(4).
     03  Pye-Address-2       pic x(32).
     03  Pye-Address-3       pic x(32).
     03  Pye-Zip             pic x(10).
     03  Pye-Remit-Method    pic x.               *> C = check, A = ACH credit, L = Purchase Ledger
         88  Pye-By-Check                 value "C".
         88  Pye-By-ACH                   value "A".
         88  Pye-By-PL                    value "L".
     03  Pye-Bank-Route      pic 9(9).            *> for ACH credits
     03  Pye-Bank-Acct       pic x(17).
     03  Pye-TIN             pic 9(9).            *> payee EIN/SSN for the 1099
     03  Pye-1099-Reportable pic x.               *> Y = remittances are 1099 reportable
     03  Pye-1099-Box        pic 99.              *> 1099-MISC box the money belongs in
     03  Pye-YTD-Paid        pic 9(9)v99  comp-3. *> calendar year remittances (pyremit)
     03  Pye-PL-Supplier     pic x(7).            *> Purchase Ledger supplier account (method L)
     03  Pye-PL-Terms        pic 999.             *> payment terms, days
     03  Pye-Liab-Act        pic 99.              *> PY account (pyact) - the liability GL distributed to
     03  filler              pic x(11).
*>
