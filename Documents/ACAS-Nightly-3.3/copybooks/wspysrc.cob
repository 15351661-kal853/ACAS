*>*******************************************
*>                                          *
*>  Record Definition For The Purchase      *
*>       Account Receipts File              *
*>  Uses Src-Chk-Date + Emp-No + Seq as key *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per check - the amount pyapply actually deducted
*>  towards the employee's purchase account (wspyepa.cob), Src-Seq
*>  1 up should the employee be paid twice on one date. pyslpost
*>  posts the Open ones to the Sales Ledger as cash receipts on the
*>  customer's account and marks them Posted with the receipt
*>  reference - PR + yymmdd + employee no + seq.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-SL-Receipt-Record.
     03  Src-Key.
         05  Src-Chk-Date    pic 9(8).            *> ccyymmdd check date
         05  Src-Emp-No      pic 9(7).
         05  Src-Seq         pic 99.
     03  Src-Customer        pic x(7).            *> Sales Ledger customer account
     03  Src-Amount          pic 9(5)v99  comp-3. *> deducted from pay
     03  Src-Status          pic x.
         88  Src-Open                     value "O".
         88  Src-Posted                   value "P".
     03  Src-Posted-Date     pic 9(8).            *> ccyymmdd
     03  Src-Posted-By       pic x(8).
     03  Src-Rcpt-Ref        pic x(17).           *> PR + yymmdd + employee no + seq
     03  filler              pic x(2).
*>
