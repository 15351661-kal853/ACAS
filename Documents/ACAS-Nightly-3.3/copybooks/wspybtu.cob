*>*******************************************
*>                                          *
*>  Record Definition For The Bonus         *
*>       Overtime True-Up File              *
*>  Uses Btu-Emp-No + Btu-Seq as key        *
*>*******************************************
*>  File size 100 bytes.
*>
*>  One record per bonus (code 9) paid that covers past workweeks -
*>  a production, attendance or other bonus promised in advance.
*>  Btu-Non-Disc "Y" flags it non-discretionary: under the FLSA it is
*>  part of the regular rate for the weeks it covers, so pyottrue
*>  spreads it over the hours worked in the pay periods whose check
*>  dates fall from Btu-Cover-From to Btu-Cover-To and pays the extra
*>  half-time owed on the overtime hours of those periods as a Rate 2
*>  line. Discretionary bonuses ("N") are kept for the record only.
*>  Trued-up ("T") bonuses are never trued up again.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Bonus-True-Up-Record.
     03  Btu-Key.
         05  Btu-Emp-No      pic 9(7).
         05  Btu-Seq         pic 9(3).
     03  Btu-Paid-Date       pic 9(8).            *> ccyymmdd bonus paid
     03  Btu-Amount          pic 9(7)v99  comp-3.
     03  Btu-Desc            pic x(20).
     03  Btu-Cover-From      pic 9(8).            *> ccyymmdd first check date covered
     03  Btu-Cover-To        pic 9(8).            *> ccyymmdd last check date covered
     03  Btu-Non-Disc        pic x.               *> Y = non-discretionary, N = discretionary
     03  Btu-Status          pic x.               *> space = pending, T = trued up
         88  Btu-Pending                  value space.
         88  Btu-Trued-Up                 value "T".
     03  Btu-Tot-Hours       pic 9(5)v99  comp-3. *> all hours in the periods covered
     03  Btu-OT-Hours        pic 9(5)v99  comp-3. *> overtime hours in them
     03  Btu-Owed            pic 9(7)v99  comp-3. *> extra half-time posted
     03  Btu-Posted-Date     pic 9(8).            *> ccyymmdd period end posted to
     03  Btu-Batch-No        pic 9(5).            *> Hrs-Batch-No posted into
     03  Btu-Operator        pic x(8).
     03  filler              pic x(5).
*>
