*>*******************************************
*>                                          *
*>  Record Definition For The Timecard      *
*>       Approval File                      *
*>  Uses Hap-Batch-No + Hap-Emp-No as key   *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per employee per pay batch (Hrs-Batch-No of the pyhrs
*>  header) - the supervisor's sign-off of that employee's pay
*>  transactions, keyed on pytcappr under the supervisor's own
*>  pyuser sign-on. The approver and the date / time are kept with
*>  the batch for audit.
*>
*>  The line count, units and amount approved are kept too - pyproof
*>  treats an employee whose lines no longer add up to them (changed
*>  after the sign-off) the same as one never approved.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Hrs-Approval-Record.
     03  Hap-Key.
         05  Hap-Batch-No    pic 9(5).            *> Hrs-Batch-No
         05  Hap-Emp-No      pic 9(7).
     03  Hap-Status          pic x.
         88  Hap-Approved                 value "A".
         88  Hap-Withdrawn                value "W".   *> approval taken back
     03  Hap-Approver        pic x(8).            *> pyuser Usr-Id
     03  Hap-Stamp.
         05  Hap-Stamp-Date  pic 9(8).            *> ccyymmdd
         05  Hap-Stamp-Time  pic 9(6).            *> hhmmss
     03  Hap-Dept            pic x(4).            *> Emp-Dept when approved
     03  Hap-Lines           pic 9(4).            *> transaction lines approved
     03  Hap-Units           pic s9(5)v99   comp-3.
     03  Hap-Amount          pic s9(7)v99   comp-3.
     03  filler              pic x(9).
*>
