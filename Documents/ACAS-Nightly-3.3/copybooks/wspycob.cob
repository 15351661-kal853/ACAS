*>*******************************************
*>                                          *
*>  Record Definition For The COBRA         *
*>       Qualifying Event File              *
*>  Uses Cob-Emp-No + Cob-Event-Date +      *
*>       Cob-Dpn-Seq as key                 *
*>*******************************************
*>  File size 230 bytes.
*>
*>  One record per COBRA qualifying event - a termination, a
*>  reduction in hours, a death (for the spouse and dependents) or a
*>  dependent child aging out (Cob-Dpn-Seq the dependent, else zero).
*>  pycobra detects them from the py010 status changes on the audit
*>  trail, Emp-Term-Date, the ACA monthly hours and the dependent
*>  file, records the plans being lost at 102% of the full monthly
*>  premium, prints the election notice and tracks the 44 day notice
*>  deadline, the 60 day election deadline, the premiums received and
*>  the date continuation coverage ends.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-COBRA-Record.
     03  Cob-Key.
         05  Cob-Emp-No      pic 9(7).
         05  Cob-Event-Date  pic 9(8).            *> ccyymmdd the event happened
         05  Cob-Dpn-Seq     pic 99.              *> Dpn-Seq for an age-out, else zero
     03  Cob-Event-Type      pic x.
         88  Cob-Evt-Term                 value "T".   *> termination - 18 months
         88  Cob-Evt-Hours                value "R".   *> reduction in hours - 18 months
         88  Cob-Evt-Death                value "D".   *> death of employee - 36 months
         88  Cob-Evt-Age-Out              value "A".   *> dependent child ages out - 36 months
     03  Cob-Source          pic x.               *> S = status change (audit trail),
*>                                                   E = employee master, H = ACA hours,
*>                                                   P = dependent file, K = keyed
     03  Cob-QB-Name         pic x(32).           *> qualified beneficiary the notice goes to
     03  Cob-Detected-Date   pic 9(8).            *> ccyymmdd
     03  Cob-Loss-Date       pic 9(8).            *> ccyymmdd last day of plan coverage
     03  Cob-Notice-Due      pic 9(8).            *> ccyymmdd event + 44 days
     03  Cob-Notice-Date     pic 9(8).            *> ccyymmdd election notice printed, 0 = not yet
     03  Cob-Elect-Deadline  pic 9(8).            *> ccyymmdd 60 days from the later of loss / notice
     03  Cob-Max-Months      pic 99.              *> 18 or 36
     03  Cob-Cov-End         pic 9(8).            *> ccyymmdd last day continuation can run to
     03  Cob-Plan-Grp                     occurs 5.
         05  Cob-Plan-Code   pic x(6).            *> Ben-Plan-Code lost
         05  Cob-Plan-Tier   pic 9.
         05  Cob-Plan-Prem   pic 9(5)v99  comp-3. *> monthly, 102% of employee + employer
     03  Cob-Month-Prem      pic 9(5)v99  comp-3. *> the plans together per month
     03  Cob-Election        pic x.
         88  Cob-Elect-Pending            value "P".
         88  Cob-Elect-Elected            value "E".
         88  Cob-Elect-Waived             value "W".
         88  Cob-Elect-Expired            value "X".   *> deadline passed, no election
     03  Cob-Elect-Date      pic 9(8).            *> ccyymmdd election (or waiver) received
     03  Cob-Paid-Total      pic 9(7)v99  comp-3. *> premiums received to date
     03  Cob-Paid-Thru       pic 9(8).            *> ccyymmdd month end the premiums cover
     03  Cob-Last-Pay-Date   pic 9(8).            *> ccyymmdd
     03  Cob-Pay-Count       pic 999.
     03  Cob-End-Reason      pic x.               *> space = running (or never elected),
         88  Cob-End-Max                  value "M".   *> maximum period reached
         88  Cob-End-Non-Pay              value "N".   *> premium not paid in the grace period
         88  Cob-End-Other                value "O".   *> other coverage / at their request
     03  Cob-End-Date        pic 9(8).            *> ccyymmdd continuation coverage ended
     03  Cob-Changed-By      pic x(8).
     03  Cob-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(20).
*>
