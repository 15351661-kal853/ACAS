*>*******************************************
*>                                          *
*>  Record Definition For The Health        *
*>       Savings Account Funding File       *
*>*******************************************
*>  File size 96 bytes per line.
*>
*>  The HSA custodian's per pay funding layout - amounts carry an
*>  implied decimal (no point). One D line per paid employee with
*>  HSA money this run, between an H header (check date) and a T
*>  trailer (count + money totals). Written by pyhsafeed from the
*>  Emp-HSA-Last-* figures pyapply leaves on the employee.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-HSA-Feed-Record.
     03  Hsf-Rec-Type        pic x.               *> H / D / T
     03  Hsf-SSN             pic 9(9).
     03  Hsf-Name            pic x(32).
     03  Hsf-Coverage        pic x.               *> S = self-only, F = family
     03  Hsf-Tax-Year        pic 9(4).            *> contribution year
     03  Hsf-Emp-Contrib     pic 9(7)v99.         *> employee (Section 125) this run
     03  Hsf-Er-Contrib      pic 9(7)v99.         *> employer this run
     03  Hsf-Total           pic 9(7)v99.         *> employee + employer this run
     03  Hsf-YTD-Total       pic 9(7)v99.         *> both, year to date incl. this run
     03  filler              pic x(13).
*>
 01  PY-HSA-Feed-Header redefines PY-HSA-Feed-Record.
     03  filler              pic x.               *> "H"
     03  Hsf-Hdr-Check-Date  pic 9(8).            *> ccyymmdd
     03  Hsf-Hdr-Co-Name     pic x(60).
     03  filler              pic x(27).
*>
 01  PY-HSA-Feed-Trailer redefines PY-HSA-Feed-Record.
     03  filler              pic x.               *> "T"
     03  Hsf-Trl-Count       pic 9(6).
     03  Hsf-Trl-Emp         pic 9(9)v99.
     03  Hsf-Trl-Er          pic 9(9)v99.
     03  Hsf-Trl-Total       pic 9(9)v99.
     03  filler              pic x(56).
*>
