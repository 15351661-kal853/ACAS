*>*******************************************
*>                                          *
*>  Record Definition For The Commission    *
*>       Credited Sales File                *
*>  Uses Csl-Emp-No + Csl-Ref as key        *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per sale (or credit / chargeback, a negative amount)
*>  credited to a salesperson, keyed by the sales system's reference
*>  so the same sale can never be imported twice. Pending sales dated
*>  on or before the period end are taken into that period's
*>  commission calculation and marked processed with it.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Comm-Sales-Record.
     03  Csl-Key.
         05  Csl-Emp-No      pic 9(7).
         05  Csl-Ref         pic x(12).
     03  Csl-Sale-Date       pic 9(8).            *> ccyymmdd
     03  Csl-Amount          pic s9(9)v99 comp-3.
     03  Csl-Status          pic x.               *> space = pending, P = processed
         88  Csl-Pending                  value space.
         88  Csl-Processed                value "P".
     03  Csl-Per-End         pic 9(8).            *> ccyymmdd period processed in
     03  Csl-Import-Date     pic 9(8).
     03  filler              pic x(14).
*>
