*>*******************************************
*>                                          *
*>  Record Definition For The Employee      *
*>       Expense Claims File                *
*>  Uses Exp-Emp-No + Exp-Seq as key        *
*>*******************************************
*>  File size 120 bytes.
*>
*>  One record per expense an employee claims under the company's
*>  accountable plan. Categories:
*>    L = lodging     - limited to the per-diem lodging rate for the
*>                      trip locality and year times the nights, and
*>                      always needs a receipt;
*>    M = meals and incidentals - limited to the per-diem M&IE rate
*>                      times the days (first and last day of travel
*>                      at 75%), deemed substantiated by the per-diem
*>                      so no receipt is needed;
*>    T = travel / mileage and O = other business expense - need a
*>                      receipt unless under $75.00.
*>  On approval the claim is split: Exp-Accountable, the substantiated
*>  part within the per-diem, is reimbursed tax free as a code 15 line;
*>  Exp-Taxable, any excess over the per-diem or an unsubstantiated
*>  claim, is paid as taxable code 17 Other Pay. Posted ("P") claims
*>  are kept for the employee statement and never posted again.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Expense-Record.
     03  Exp-Key.
         05  Exp-Emp-No      pic 9(7).
         05  Exp-Seq         pic 9(3).
     03  Exp-Claim-Date      pic 9(8).            *> ccyymmdd incurred / trip start
     03  Exp-Category        pic x.
         88  Exp-Cat-Lodging              value "L".
         88  Exp-Cat-Meals                value "M".
         88  Exp-Cat-Travel               value "T".
         88  Exp-Cat-Other                value "O".
         88  Exp-Cat-Per-Diem             values "L" "M".
     03  Exp-Desc            pic x(20).
     03  Exp-Amount          pic 9(7)v99  comp-3. *> amount claimed
     03  Exp-Receipt         pic x.               *> Y = receipt attached
     03  Exp-Locality        pic x(6).            *> per-diem locality, spaces = standard rate
     03  Exp-Days            pic 9(3).            *> L nights / M travel days
     03  Exp-Status          pic x.
         88  Exp-Pending                  value space.
         88  Exp-Approved                 value "A".
         88  Exp-Rejected                 value "R".
         88  Exp-Posted                   value "P".
     03  Exp-Allowed         pic 9(7)v99  comp-3. *> L & M - per-diem limit for the trip
     03  Exp-Accountable     pic 9(7)v99  comp-3. *> tax free - code 15
     03  Exp-Taxable         pic 9(7)v99  comp-3. *> taxable  - code 17
     03  Exp-Approver        pic x(8).
     03  Exp-Approved-Date   pic 9(8).            *> ccyymmdd approved / rejected
     03  Exp-Posted-Date     pic 9(8).            *> ccyymmdd period end posted to
     03  Exp-Batch-No        pic 9(5).            *> Hrs-Batch-No posted into
     03  Exp-Operator        pic x(8).
     03  filler              pic x(13).
*>
