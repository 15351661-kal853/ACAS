*>*******************************************
*>                                          *
*>  Record Definition For The Equity        *
*>       Events Posted File                 *
*>  Uses Eqp-Emp-No + Eqp-Grant-Id +        *
*>       Eqp-Event-Date + Eqp-Type as key   *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per broker vest / exercise event pyequity has posted
*>  - the income (shares x FMV, less the exercise price for an
*>  option), the tax it withheld on it and the value the broker's
*>  share sale covered. The key is the event as the broker identifies
*>  it, so the same line arriving again in a later file is rejected.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Equity-Posted-Record.
     03  Eqp-Key.
         05  Eqp-Emp-No      pic 9(7).
         05  Eqp-Grant-Id    pic x(10).
         05  Eqp-Event-Date  pic 9(8).            *> ccyymmdd vest / exercise date
         05  Eqp-Type        pic x.
             88  Eqp-Type-Vest            value "V".   *> RSU / RSA vest
             88  Eqp-Type-NSO             value "N".   *> nonqualified option exercise
     03  Eqp-Income          pic 9(7)v99  comp-3.
     03  Eqp-FWT             pic 9(7)v99  comp-3.
     03  Eqp-SWT             pic 9(7)v99  comp-3.
     03  Eqp-FICA            pic 9(7)v99  comp-3.
     03  Eqp-MCare           pic 9(7)v99  comp-3. *> Medicare + additional Medicare
     03  Eqp-Sale-Amt        pic 9(7)v99  comp-3. *> broker share sale value for tax
     03  Eqp-Posted-Date     pic 9(8).            *> ccyymmdd run date
     03  Eqp-Operator        pic x(8).
     03  filler              pic x(8).
*>
