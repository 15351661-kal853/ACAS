*>*******************************************
*>                                          *
*>  Record Definition For The Tax Agency    *
*>    Notice / Penalty Correspondence Log   *
*>  Uses Ntc-No as key                      *
*>*******************************************
*>  File size 138 bytes.
*>
*>  One record per letter received - IRS CP notices, state penalty
*>  assessments, SUI rate notices, local collector letters - with
*>  the form and period it concerns, what was assessed, when the
*>  reply is due, who has it and how it ended (paid and / or abated).
*>  pytaxntc keeps it, shows the as-filed snapshot (pyamend) and
*>  the deposits made (pydeplog) for the period beside it and prints
*>  the quarter's penalties paid and abated; py000 lists the open
*>  notices due within ten days at start of day.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Notice-Record.
     03  Ntc-No              pic 9(6).            *> 1 up
     03  Ntc-Agency-Level    pic x.               *> F = Federal, S = State, L = Local
         88  Ntc-Federal                  value "F".
         88  Ntc-State                    value "S".
         88  Ntc-Local                    value "L".
     03  Ntc-Agency          pic x(20).           *> IRS, state dept, collector name
     03  Ntc-Type            pic x(10).           *> CP136, PENALTY, SUI RATE ...
     03  Ntc-Form            pic x(5).            *> 941, 940, W-2, SUI, SWT, LWT ...
     03  Ntc-Tax-Year        pic 9(4).
     03  Ntc-Tax-Qtr         pic 9.               *> 1-4, 0 = the whole year
     03  Ntc-Received        pic 9(8).            *> ccyymmdd
     03  Ntc-Due-Date        pic 9(8).            *> ccyymmdd response due
     03  Ntc-Assessed        pic 9(7)v99  comp-3. *> penalty + interest assessed
     03  Ntc-Paid            pic 9(7)v99  comp-3.
     03  Ntc-Paid-Date       pic 9(8).            *> ccyymmdd, zero = not paid
     03  Ntc-Abated          pic 9(7)v99  comp-3.
     03  Ntc-Abate-Date      pic 9(8).            *> ccyymmdd, zero = none
     03  Ntc-Operator        pic x(8).            *> assigned to (PY-User-File id)
     03  Ntc-Status          pic x.               *> O = Open, R = Responded, C = Closed
         88  Ntc-Stat-Open                value "O".
         88  Ntc-Stat-Responded           value "R".
         88  Ntc-Stat-Closed              value "C".
     03  Ntc-Resolution      pic x(30).
     03  filler              pic x(5).
*>
