*>*******************************************
*>                                          *
*>  Record Definition For The Fringe        *
*>       Benefit Events File                *
*>  Uses Frg-Emp-No + Frg-Seq as key        *
*>*******************************************
*>  File size 100 bytes.
*>
*>  One record per taxable non-cash fringe event for an employee -
*>  the value pyfringe posts into the pay batch as a code 19 Imputed
*>  Income line (taxed through the FWT, SWT and FICA bases but never
*>  paid through net, see pyapply ba010). Types:
*>    V = personal use of a company vehicle - the IRS annual lease
*>        value for the vehicle's fair market value, prorated by the
*>        days it was available (under a full year) and by the
*>        personal share of the miles, plus 5.5 cents per personal
*>        mile when the company provides the fuel;
*>    G = gift card / cash equivalent - always taxable at face value;
*>    O = any other taxable fringe at a keyed value.
*>  Posted ("P") events are kept for the history and never posted
*>  again.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Fringe-Record.
     03  Frg-Key.
         05  Frg-Emp-No      pic 9(7).
         05  Frg-Seq         pic 9(3).
     03  Frg-Event-Date      pic 9(8).            *> ccyymmdd the benefit was received
     03  Frg-Type            pic x.
         88  Frg-Type-Vehicle             value "V".
         88  Frg-Type-Gift-Card           value "G".
         88  Frg-Type-Other               value "O".
     03  Frg-Desc            pic x(20).
     03  Frg-Vehicle-FMV     pic 9(7)v99  comp-3. *> V - fair market value when first provided
     03  Frg-ALV             pic 9(7)v99  comp-3. *> V - annual lease value from the IRS table
     03  Frg-Pers-Miles      pic 9(6).            *> V - personal miles in the period
     03  Frg-Total-Miles     pic 9(6).            *> V - all miles in the period, 0 = all personal
     03  Frg-Days            pic 9(3).            *> V - days available, 0 = the full year
     03  Frg-Fuel            pic x.               *> V - Y = company paid the fuel
     03  Frg-Amount          pic 9(7)v99  comp-3. *> the imputed value posted
     03  Frg-Status          pic x.               *> space = pending, P = posted
         88  Frg-Pending                  value space.
         88  Frg-Posted                   value "P".
     03  Frg-Posted-Date     pic 9(8).            *> ccyymmdd period end posted to
     03  Frg-Batch-No        pic 9(5).            *> Hrs-Batch-No posted into
     03  Frg-Operator        pic x(8).
     03  filler              pic x(8).
*>
