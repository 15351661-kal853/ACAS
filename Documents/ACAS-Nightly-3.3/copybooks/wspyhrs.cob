*>                so a run that dies mid-pass resumes after that
*>                employee instead of double-adding the ones already
*>                done. Zero/space once the apply completes.
*> 15/10/26 vbc - Hrs-Trans-Code added as the last key part and
*>                Hrs-Amount at the end - zero code is the usual hours
*>                line priced at Emp-Rate (Hrs-Rate), a non-zero code
*>                is a money line in the py900 transaction code list
*>                (18 Tips Reported etc) carrying its own amount, so
*>                reported tips get into the batch and pyapply can
*>                bucket them. Header gains a matching zero
*>                Hrs-Head-Code. File size increases 28 -> 35.
*> 15/10/26 vbc - Code 16 Deferral Refund and Hrs-Gen-Flag R added for
*>                the 401(k) auto-enrollment opt-out refund line
*>                pyautoenr stages. No size change.
*> 15/10/26 vbc - Code 19 Imputed Income and Hrs-Gen-Flag F added for
*>                the non-cash fringe benefit lines pyfringe posts.
*>                Hrs-Code-Non-Cash covers 18 and 19 - taxed, never
*>                paid through net. No size change.
*> 15/10/26 vbc - Hrs-Gen-Flag E added for the expense reimbursement
*>                lines (code 15 accountable, code 17 excess) pyexpense
*>                posts. No size change.
*> 15/10/26 vbc - Code 20 Commission Draw and Hrs-Gen-Flag M added for
*>                the commission plan lines pycomm generates - the
*>                code 4 commission over the draw and the code 20
*>                guaranteed draw, both priced as Rate 4 pay by
*>                pyapply. No size change.
*> 15/10/26 vbc - Hrs-Gen-Flag T added for the FLSA overtime true-up
*>                Rate 2 lines pyottrue posts when a non-discretionary
*>                bonus raises the regular rate of past weeks - all
*>                premium, so pyapply counts the whole line as
*>                qualified overtime. No size change.
*> 15/10/26 vbc - Code 21 Meal / Rest Premium and Hrs-Gen-Flag K added
*>                for the California meal / rest period premium pymealck
*>                posts. No size change.
*> 15/10/26 vbc - Hrs-Gen-Flag V added for the PTO cash-out lines
*>                pyptoco posts. No size change.
*> 15/10/26 vbc - Code 22 Severance Pay and Hrs-Gen-Flag S added for
*>                the severance installments pysever schedules. No
*>                size change.
*> 15/10/26 vbc - Code 23 Military Differential and Hrs-Gen-Flag D added
*>                for the military leave differential pymilit posts.
*>                No size change.
*> 15/10/26 vbc - Code 22 installments are generated by pyapply from
*>                the severance agreement, not scheduled into the batch
*>                by pysever. No size change.
*>
 01  PY-Pay-Transactions-Record.
     03  Hrs-Key.
         05  Hrs-Emp-No          pic 9(7).
         05  Hrs-Effective-Date  pic 9(8).    *> ccyymmdd
         05  Hrs-Rate            pic 9.
         05  Hrs-Trans-Code      pic 99.      *> zero = hours line, else py900 code
             88  Hrs-Hours-Line                 value zero.
             88  Hrs-Code-Bonus                 value 9.
             88  Hrs-Code-Advance               value 11.
             88  Hrs-Code-Sick-Pay              value 12.
             88  Hrs-Code-Vacation-Pay          value 13.
             88  Hrs-Code-Other-Excl-Pay        value 14.
             88  Hrs-Code-Exp-Reimb             value 15.
             88  Hrs-Code-Def-Refund            value 16.
             88  Hrs-Code-Other-Pay             value 17.
             88  Hrs-Code-Tips-Reported         value 18.
             88  Hrs-Code-Imputed-Income        value 19.
             88  Hrs-Code-Non-Cash              values 18 19.
             88  Hrs-Code-Comm-Draw             value 20.
             88  Hrs-Code-Severance             value 22.
             88  Hrs-Code-Mil-Differential      value 23.
     03  Hrs-Units           pic s9(3)v99   comp-3.
 *>    03  Hrs-Deleted         pic x.    *> NEEDED ???
     03  Hrs-Entry-Batch-No  binary-short unsigned.  *> Was filler(1)
     03  Hrs-Job-Tag         pic x(6).    *> contract/project tag, spaces = none
     03  Hrs-Gen-Flag        pic x.       *> space = keyed/imported, H = holiday
*>                                           pay generated (pyholgen), C = cloned
*>                                           batch (see Hrs-Gen-Flag history note),
*>                                           R = 401(k) refund staged by pyautoenr,
*>                                           F = fringe imputed income (pyfringe),
*>                                           E = expense reimbursement (pyexpense),
*>                                           M = commission & draw (pycomm),
*>                                           T = FLSA overtime true-up (pyottrue),
*>                                           K = meal / rest premium (pymealck),
*>                                           V = PTO cash-out (pyptoco),
*>                                           S = severance installment (pyapply),
*>                                           D = military differential (pymilit)
     03  Hrs-Amount          pic s9(7)v99   comp-3.  *> coded lines only, zero on hours lines
*>
*> Coded lines (Hrs-Trans-Code not zero) - Hrs-Rate is the Emp-Rate slot
*> for codes 1 - 4 (rate money keyed as an amount) and 1 otherwise,
*> Hrs-Units is zero and the money is in Hrs-Amount :
*>   1 - 4 Rate 1 - 4 pay      9 Bonus          11 Advance
*>   12 Sick Pay               13 Vacation Pay  14 Other Excl Pay (non taxable)
*>   15 Expense Reimbursement (non taxable)     17 Other Pay
*>   16 Deferral Refund - 401(k) permissible withdrawal of auto-enrolled
*>      deferrals (FWT/SWT taxable, FICA already paid) - staged by
*>      pyautoenr, backs the money out of His/Coh-Deferral.
*>   18 Tips Reported - reported by the employee, taxed but never paid
*>      through net.
*>   19 Imputed Income - the value of a non-cash fringe benefit (company
*>      vehicle personal use, gift card etc) posted by pyfringe, in the
*>      FWT/SWT/FICA bases, never gross or net, W-2 box 14.
*>   20 Commission Draw - the guaranteed draw against commission posted
*>      by pycomm, paid and taxed as Rate 4 (Commission) pay.
*>   21 Meal / Rest Premium - California meal or rest period premium,
*>      an hour at the regular rate per violation day, posted by
*>      pymealck, taxable other pay.
*>   22 Severance Pay - an installment of a severance agreement,
*>      generated by pyapply from the agreement (pysever) or keyed,
*>      taxable other pay withheld as supplemental wages. The only
*>      line pyapply pays a terminated employee.
*>   23 Military Differential - regular pay less military pay for a
*>      reservist on active duty, posted by pymilit. FWT/SWT taxable,
*>      no FICA or FUTA. The only line pyapply pays an employee on
*>      military leave.
*>
*> 14 bytes + filler of 6 = 20 to match. the next rec may not be needed ?
*>
     03  Hrs-Head-Key        pic 9(7).     *> Always value zero.
     03  Hrs-Head-Date       pic 9(8).     *> Always value zero - pads the
     03  Hrs-Head-Rate       pic 9.        *>  composite key so the header
     03  Hrs-Head-Code       pic 99.       *>  still reads by key all-zero
     03  Hrs-No-Recs         binary-short unsigned.
     03  Hrs-Batch-No        binary-short unsigned.
     03  Hrs-Proof-No        binary-short unsigned.
