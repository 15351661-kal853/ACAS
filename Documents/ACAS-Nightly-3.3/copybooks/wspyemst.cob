*>   Per-State Wage / SWT History File      *
*>  Uses Emst-Emp-No + Emst-State as key    *
*>*******************************************
*>  File size 117 bytes.
*>
*>  His-YTD-SWT is a single bucket, so an employee transferring
*>  between taxing states mid-year loses the split. One record per
*>  close does not touch employee-level history.
*>
*> 22/08/26 vbc - Created.
*> 15/10/26 vbc - Emst-Qtr-Hist added - the wages of the last eight
*>                calendar quarters, newest first, posted with the
*>                QTD/YTD figures, for the UI claim base period
*>                (pyuiclm). File size increases.
*>
 01  PY-Emp-State-Record.
     03  Emst-Key.
     03  Emst-QTD-SWT        pic 9(7)v99  comp-3.
     03  Emst-YTD-Wages      pic 9(7)v99  comp-3.
     03  Emst-YTD-SWT        pic 9(7)v99  comp-3.
     03  Emst-Qtr-Hist                    occurs 8.  *> newest first
         05  Emst-Qh-Qtr     pic 9(5).            *> ccyyq
         05  Emst-Qh-Wages   pic 9(7)v99  comp-3.
     03  filler              pic x(8).
*>
