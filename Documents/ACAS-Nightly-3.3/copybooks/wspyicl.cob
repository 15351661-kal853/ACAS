*>*******************************************
*>                                          *
*>  Record Definition For The Intercompany  *
*>       Chargeback Ledger                  *
*>  Uses Icl-Key as key                     *
*>*******************************************
*>  File size 104 bytes.
*>
*>  One record per employee per rule charged for a check date,
*>  written by pyicchg when the chargeback is posted. Its presence
*>  for a check date is what stops the same apply being charged
*>  twice, and the billing statement for any period is printed
*>  from it.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-IC-Ledger-Record.
     03  Icl-Key.
         05  Icl-Check-Date  pic 9(8).            *> ccyymmdd
         05  Icl-Owner-Co    pic 9(3).
         05  Icl-Emp-No      pic 9(7).
         05  Icl-Rule-Type   pic x.
         05  Icl-Rule-Code   pic x(6).
     03  Icl-Home-Co         pic 9(3).
     03  Icl-Emp-Name        pic x(32).
     03  Icl-Hours           pic s9(5)v99  comp-3.
     03  Icl-Gross           pic s9(7)v99  comp-3.
     03  Icl-Burden-Pct      pic 9(3)v99.
     03  Icl-Burden          pic s9(7)v99  comp-3.
     03  Icl-Charge          pic s9(7)v99  comp-3.
     03  Icl-Posted-Date     pic 9(8).            *> ccyymmdd
     03  Icl-Posted-By       pic x(8).
     03  filler              pic x(4).
*>
