*>*******************************************
*>                                          *
*>  Record Definition For The Remittances   *
*>       Posted To The Purchase Ledger      *
*>  Uses Rpl-Inv-Ref as key                 *
*>*******************************************
*>  File size 144 bytes.
*>
*>  One record per staged remittance (pyremit) posted by pyplpost
*>  as a Purchase Ledger invoice against the payee's supplier
*>  account. The invoice reference is built from the remittance
*>  date and payee - PYyymmddnnnn - so the same staged line can
*>  never be posted twice. The payments the Purchase Ledger makes
*>  against it are taken back by pyplpost and carried here, so
*>  payroll can see which remittances have cleared.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Remit-PL-Record.
     03  Rpl-Inv-Ref         pic x(12).           *> PY + yymmdd + payee no
     03  Rpl-Remit-Date      pic 9(8).            *> ccyymmdd staged by pyremit
     03  Rpl-Payee-No        pic 9(4).
     03  Rpl-Payee-Name      pic x(32).
     03  Rpl-Supplier        pic x(7).            *> Purchase Ledger supplier account
     03  Rpl-Amount          pic 9(8)v99  comp-3.
     03  Rpl-Inv-Date        pic 9(8).            *> ccyymmdd posted
     03  Rpl-Due-Date        pic 9(8).            *> invoice date + payee's terms
     03  Rpl-Terms           pic 999.             *> days
     03  Rpl-Liab-Act        pic 99.              *> PY account (pyact) distributed to
     03  Rpl-GL-No           pic 9(6).            *> its GL account
     03  Rpl-Status          pic x.
         88  Rpl-Open                     value "O".
         88  Rpl-Part-Paid                value "T".
         88  Rpl-Paid                     value "P".
     03  Rpl-Paid-Amt        pic 9(8)v99  comp-3.
     03  Rpl-Paid-Date       pic 9(8).            *> last payment
     03  Rpl-Pay-Ref         pic x(10).           *> last payment's PL reference
     03  Rpl-Posted-By       pic x(8).
     03  filler              pic x(15).
*>
