*>*******************************************
*>                                          *
*>  Record Definition For The Shared Leave  *
*>       Bank File                          *
*>  Uses Lsh-Case-No + Lsh-Seq as key       *
*>*******************************************
*>  File size 128 bytes.
*>
*>  A medical emergency leave-sharing case is a header record (Seq
*>  zero - PY-Leave-Share-Case) for the recipient, followed by one
*>  record per donation (Seq 1 up - PY-Leave-Share-Record): donor,
*>  vacation hours given, both hourly rates at the time, the hours
*>  credited to the recipient, who keyed and who approved it and,
*>  when the case closes, the unused hours handed back.
*>
*>  Hours are converted at donor rate / recipient rate so the value
*>  given is the value received. Nothing is ever deleted - the file
*>  is the audit trail of the program.
*>
*>  Case zero Seq zero holds the plan limits and the next case number
*>  (PY-Leave-Share-Policy), as the pyhrs batch header.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Leave-Share-Record.
     03  Lsh-Key.
         05  Lsh-Case-No     pic 9(5).
         05  Lsh-Seq         pic 9(4).            *> zero = case header
     03  Lsh-Donor-No        pic 9(7).
     03  Lsh-Don-Date        pic 9(8).            *> ccyymmdd keyed
     03  Lsh-Donor-Hours     pic 9(4)v99  comp-3. *> vacation hours given
     03  Lsh-Donor-Rate      pic 9(6)v99  comp-3. *> hourly rates when approved
     03  Lsh-Recip-Rate      pic 9(6)v99  comp-3.
     03  Lsh-Recip-Hours     pic 9(4)v99  comp-3. *> credited to the recipient
     03  Lsh-Status          pic x.
         88  Lsh-Pending                  value "P".
         88  Lsh-Approved                 value "A".     *> posted to both balances
         88  Lsh-Rejected                 value "R".
         88  Lsh-Returned                 value "T".     *> case closed, share returned
     03  Lsh-Entered-By      pic x(8).
     03  Lsh-Approver        pic x(8).
     03  Lsh-Appr-Date       pic 9(8).
     03  Lsh-Ret-Recip-Hours pic 9(4)v99  comp-3. *> unused taken back off the recipient
     03  Lsh-Ret-Donor-Hours pic 9(4)v99  comp-3. *>  and given back to the donor
     03  Lsh-Ret-Date        pic 9(8).
     03  filler              pic x(45).
*>
 01  PY-Leave-Share-Case.
     03  Lsc-Key.
         05  Lsc-Case-No     pic 9(5).
         05  Lsc-Seq         pic 9(4).            *> Always zero.
     03  Lsc-Recip-No        pic 9(7).
     03  Lsc-Reason          pic x.               *> E = employee's own illness,
*>                                                   F = family member's
     03  Lsc-Status          pic x.
         88  Lsc-Pending                  value "P".     *> awaiting approval
         88  Lsc-Open                     value "O".     *> taking donations
         88  Lsc-Closed                   value "C".     *> emergency over, unused returned
         88  Lsc-Rejected                 value "R".
     03  Lsc-Open-Date       pic 9(8).
     03  Lsc-Opened-By       pic x(8).
     03  Lsc-Approver        pic x(8).
     03  Lsc-Appr-Date       pic 9(8).
     03  Lsc-Own-Bal         pic 9(5)v99  comp-3. *> recipient's own vacation when approved
     03  Lsc-Credited        pic 9(5)v99  comp-3. *> donated hours credited
     03  Lsc-Returned        pic 9(5)v99  comp-3. *> unused hours returned at close
     03  Lsc-Close-Date      pic 9(8).
     03  Lsc-Closed-By       pic x(8).
     03  Lsc-Note            pic x(30).
     03  filler              pic x(20).
*>
 01  PY-Leave-Share-Policy.
     03  Lsp-Key.
         05  Lsp-Key-Case    pic 9(5).            *> Always value zero.
         05  Lsp-Key-Seq     pic 9(4).            *> Always value zero.
     03  Lsp-Next-Case       pic 9(5).
     03  Lsp-Donor-Max-Year  pic 9(4)v99.         *> most one donor may give in a calendar year
     03  Lsp-Donor-Min-Bal   pic 9(4)v99.         *> vacation a donor must keep
     03  Lsp-Recip-Max-Own   pic 9(4)v99.         *> recipient's own balance must be no more
     03  Lsp-Case-Max        pic 9(4)v99.         *> most credited to one case, 0 = no limit
     03  filler              pic x(90).
*>
