*>*******************************************
*>                                          *
*>  Record Definition For The Meal / Rest   *
*>       Period Violation File              *
*>  Uses Mlv-Emp-No + Mlv-Date as key       *
*>*******************************************
*>  File size 76 bytes.
*>
*>  One record per employee workday found in violation of the
*>  California meal / rest period rules and paid premium by pymealck
*>  - written when the premium line goes into the batch, so a day is
*>  never paid twice, and read back to reprint a week's register.
*>
*>  Meal flags : space = met, M = missed (no 30 minute break),
*>               L = late (began after the 5th / 10th hour worked),
*>               W = waived under Emp-CA-Meal-Waiver, - = not due.
*>  One hour's premium for the day's meal violations and one for its
*>  rest violations, at most two hours a day (Labor Code 226.7).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Meal-Violation-Record.
     03  Mlv-Key.
         05  Mlv-Emp-No      pic 9(7).
         05  Mlv-Date        pic 9(8).            *> ccyymmdd workday
     03  Mlv-Week-End        pic 9(8).            *> ccyymmdd Saturday of the workweek
     03  Mlv-Dept            pic x(4).            *> Emp-Dept at the time
     03  Mlv-Worked-Min      pic 9(4).            *> minutes worked in the day
     03  Mlv-Meals           pic 9.               *> breaks of 30 minutes or more
     03  Mlv-Meal1-At        pic 9(4).            *> worked minutes before the first, 0 = none
     03  Mlv-Meal1-Flag      pic x.
     03  Mlv-Meal2-Flag      pic x.
     03  Mlv-Rest-Due        pic 9.               *> 10 minute rest breaks due
     03  Mlv-Rest-Taken      pic 9.               *> punched breaks of 10 - 29 minutes
     03  Mlv-Rest-Flag       pic x.               *> space = met / not checked, M = short
     03  Mlv-Prem-Hours      pic 9.               *> 1 or 2
     03  Mlv-Rate            pic 9(6)v99  comp-3. *> regular rate used
     03  Mlv-Amount          pic 9(7)v99  comp-3. *> premium paid (code 21)
     03  Mlv-Batch-No        pic 9(5).
     03  Mlv-Posted-Date     pic 9(8).            *> ccyymmdd
     03  Mlv-Operator        pic x(8).
     03  filler              pic x(3).
*>
