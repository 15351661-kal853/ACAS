*>*******************************************
*>                                          *
*>  Record Definition For The Position      *
*>       Control File                       *
*>     Uses Pos-Key as key                  *
*>*******************************************
*>  File size 64 bytes.
*>
*>  One record per authorized position within a department (PY-Dept-
*>  File). Pos-Auth-FTE is the headcount budgeted to it in full-time
*>  equivalents - 1.00 for a single full-time post, more for a pool
*>  of like jobs. Employees occupy it through Emp-Dept + Emp-Position
*>  and fill Emp-FTE of it. Pos-Bud-Rate is the budgeted pay for one
*>  FTE, hourly (2080 hours a year) or annual per Pos-Rate-Basis -
*>  vacancy dollars are the unfilled FTE at that rate.
*>  Maintained by pyposctl, checked by py010 through pyposchk.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Position-Record.
     03  Pos-Key.
         05  Pos-Dept        pic x(4).            *> matches Emp-Dept / Dpt-Code
         05  Pos-No          pic 9(5).
     03  Pos-Title           pic x(30).
     03  Pos-Grade           pic x(4).            *> PY-Grade-File, spaces = none
     03  Pos-Auth-FTE        pic 99v99    comp-3.
     03  Pos-Bud-Rate        pic 9(7)v99  comp-3.
     03  Pos-Rate-Basis      pic x.               *> H = hourly, A = annual
         88  Pos-Hourly                 value "H".
         88  Pos-Annual                 value "A".
     03  Pos-Status          pic x.               *> A = open, C = closed
         88  Pos-Open                   value "A".
         88  Pos-Closed                 value "C".
     03  Pos-Open-Date       pic 9(8).            *> ccyymmdd authorized
     03  filler              pic x(3).
*>
