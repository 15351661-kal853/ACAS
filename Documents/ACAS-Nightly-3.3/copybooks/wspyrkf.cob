*>  Record Definition For The 401(k)        *
*>       Recordkeeper Feed File             *
*>*******************************************
*>  File size 105 bytes per line (was 96).
*>
*>  The recordkeeper's fixed contribution-file layout - amounts carry
*>  an implied decimal (no point). One D line per paid employee with
*>  and a T trailer (count + money totals). Written by pyrkfeed.
*>
*> 02/09/26 vbc - Created.
*> 15/10/26 vbc - Rkf-Roth-Deferral / Rkf-Trl-Roth added - Roth 401(k)
*>                deferrals (catch-up included) reported apart from
*>                the pre-tax Rkf-Deferral. Line grows 96 -> 105.
*>
 01  PY-RK-Feed-Record.
     03  Rkf-Rec-Type        pic x.               *> H / D / T
     03  Rkf-SSN             pic 9(9).
     03  Rkf-Name            pic x(32).
     03  Rkf-Compensation    pic 9(9)v99.         *> period plan compensation
     03  Rkf-Deferral        pic 9(7)v99.         *> pre-tax employee deferral this period
     03  Rkf-Match           pic 9(7)v99.         *> employer match this period
     03  Rkf-Loan-Repay      pic 9(7)v99.         *> plan loan repayment this period
     03  Rkf-Roth-Deferral   pic 9(7)v99.         *> Roth 401(k) deferral this period
     03  filler              pic x(6).
*>
 01  PY-RK-Feed-Header redefines PY-RK-Feed-Record.
     03  filler              pic x.               *> "H"
     03  Rkf-Hdr-Check-Date  pic 9(8).            *> ccyymmdd
     03  Rkf-Hdr-Co-Name     pic x(60).
     03  filler              pic x(36).
*>
 01  PY-RK-Feed-Trailer redefines PY-RK-Feed-Record.
     03  filler              pic x.               *> "T"
     03  Rkf-Trl-Deferral    pic 9(9)v99.
     03  Rkf-Trl-Match       pic 9(9)v99.
     03  Rkf-Trl-Loan        pic 9(9)v99.
     03  Rkf-Trl-Roth        pic 9(9)v99.
     03  filler              pic x(54).
*>
