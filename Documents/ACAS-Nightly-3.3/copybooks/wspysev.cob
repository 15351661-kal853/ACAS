*>*******************************************
*>                                          *
*>  Record Definition For The Severance     *
*>       Agreement File                     *
*>  Uses Sev-Emp-No as key                  *
*>*******************************************
*>  File size 160 bytes.
*>
*>  One agreement per terminated employee - the total, paid in a
*>  number of equal installments (the last takes the rounding) at a
*>  frequency from the first date. Nothing is scheduled until the
*>  signed release is recorded and its revocation period has run.
*>
*>  pyapply generates each installment due in the run as a code 22
*>  Severance Pay line, counts it in Sev-Gen-* and moves Sev-Next-Date
*>  on, then counts what it actually paid in Sev-Paid-* and completes
*>  the agreement when the total has been paid. pysever G previews
*>  what the next apply will pay.
*>
*>  Sev-Ded-Keep is the agreement's list of the employee's own
*>  deductions (Emp-ED-Grp slots) to carry on from the installments -
*>  medical premiums and the like. Garnishments always continue.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - Installments generated by pyapply, not posted to
*>                the batch by pysever. Sev-Gen-* / Sev-Last-Batch set
*>                by pyapply. No size change.
*>
 01  PY-Severance-Record.
     03  Sev-Emp-No          pic 9(7).
     03  Sev-Status          pic x.
         88  Sev-Pending                  value "P".     *> awaiting the signed release
         88  Sev-Released                 value "R".     *> paying once revocation ends
         88  Sev-Complete                 value "C".     *> total paid
         88  Sev-Cancelled                value "X".     *> release revoked / void
     03  Sev-Agree-Date      pic 9(8).            *> ccyymmdd
     03  Sev-Total           pic 9(7)v99  comp-3.
     03  Sev-Installments    pic 9(3).
     03  Sev-Frequency       pic x.               *> W weekly, B bi-weekly,
*>                                                   S semi-monthly (15th & month end),
*>                                                   M monthly
     03  Sev-First-Date      pic 9(8).
     03  Sev-Release-Date    pic 9(8).            *> signed release received, zero = not yet
     03  Sev-Revoke-Days     pic 9(3).            *> revocation period, 7 under the ADEA
     03  Sev-Revoke-End      pic 9(8).            *> last day the release can be revoked
     03  Sev-Ded-Keep        pic x        occurs 5.  *> Y = Emp-ED slot continues
     03  Sev-Gen-Count       pic 9(3).            *> installments generated by pyapply
     03  Sev-Gen-Amount      pic 9(7)v99  comp-3.
     03  Sev-Next-Date       pic 9(8).            *> next installment due
     03  Sev-Last-Batch      pic 9(5).
     03  Sev-Paid-Amount     pic 9(7)v99  comp-3. *> paid by pyapply
     03  Sev-Paid-Count      pic 9(3).
     03  Sev-Last-Paid-Date  pic 9(8).            *> check date
     03  Sev-Entered-By      pic x(8).
     03  Sev-Released-By     pic x(8).
     03  Sev-Note            pic x(30).
     03  filler              pic x(20).
