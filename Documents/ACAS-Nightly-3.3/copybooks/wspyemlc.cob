*>*******************************************
*>                                          *
*>  Record Definition For The Per-Employee  *
*>   Per-Jurisdiction Local Tax History     *
*>  Uses Emlc-Key as key                    *
*>*******************************************
*>  File size 64 bytes.
*>
*>  His-QTD/YTD-LWT is a single bucket holding the live and work
*>  jurisdictions' earned income tax and the head tax together, and
*>  the local returns are due per jurisdiction per quarter. One
*>  record per year per tax (E = earned income, H = head tax) per
*>  jurisdiction per employee holds the wages and tax withheld in
*>  each quarter of the check date, posted by pyapply and pymanchk,
*>  so pylocal can file any quarter without the QTD buckets having
*>  to be caught before the quarter is closed.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Emp-Local-Record.
     03  Emlc-Key.
         05  Emlc-Year       pic 9(4).            *> check date year
         05  Emlc-Type       pic x.               *> E = earned income tax, H = head tax
         05  Emlc-Juris      pic x(5).            *> Lcl-Juris / Htx-Juris
         05  Emlc-Emp-No     pic 9(7).
     03  Emlc-Res-Ind        pic x.               *> R = resident (Live), N = non-resident (Work)
     03  Emlc-Wages          pic 9(7)v99  comp-3  occurs 4.   *> by quarter
     03  Emlc-Tax            pic 9(7)v99  comp-3  occurs 4.   *> by quarter
     03  filler              pic x(6).
*>
