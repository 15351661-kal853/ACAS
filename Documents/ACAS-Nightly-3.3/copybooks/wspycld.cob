*>*******************************************
*>                                          *
*>  Record Definition For The Commission    *
*>       Draw Ledger File                   *
*>  Uses Cld-Emp-No as key                  *
*>*******************************************
*>  File size 128 bytes.
*>
*>  One record per salesperson on a commission plan. Each pay period
*>  pycomm pays the guaranteed draw (Cld-Draw, zero = the plan's
*>  Cpl-Draw) and nets it against the commission earned: commission
*>  over the draw plus the balance brought forward is paid as Rate 4
*>  pay, any shortfall is carried as Cld-Balance - unearned draw
*>  recoverable from later commission. Cld-YTD- figures are for the
*>  plan year in Cld-Year and restart when the first period of a new
*>  year is calculated - the balance carries over. Cld-Per- figures
*>  are the last period calculated (Cld-Last-Per-End) for the
*>  commission statement.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Comm-Ledger-Record.
     03  Cld-Emp-No          pic 9(7).
     03  Cld-Plan-Id         pic x(4).
     03  Cld-Year            pic 9(4).            *> plan year of the YTD figures
     03  Cld-Draw            pic 9(7)v99  comp-3. *> draw per period, 0 = plan's draw
     03  Cld-Balance         pic 9(7)v99  comp-3. *> recoverable draw outstanding
     03  Cld-YTD-Sales       pic s9(9)v99 comp-3.
     03  Cld-YTD-Earned      pic s9(7)v99 comp-3.
     03  Cld-YTD-Draw        pic 9(7)v99  comp-3.
     03  Cld-YTD-Comm        pic 9(7)v99  comp-3. *> paid over the draw
     03  Cld-Last-Per-End    pic 9(8).            *> ccyymmdd last period calculated
     03  Cld-Per-Sales       pic s9(9)v99 comp-3.
     03  Cld-Per-Earned      pic s9(7)v99 comp-3.
     03  Cld-Per-Draw        pic 9(7)v99  comp-3.
     03  Cld-Per-Comm        pic 9(7)v99  comp-3.
     03  Cld-Per-Bal-BF      pic 9(7)v99  comp-3. *> balance brought forward
     03  Cld-Per-Tier        pic 9.               *> tier the plan YTD sales reached
     03  Cld-Batch-No        pic 9(5).            *> Hrs-Batch-No posted into
     03  Cld-Operator        pic x(8).
     03  filler              pic x(34).
*>
