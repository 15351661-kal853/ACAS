*>*******************************************
*>                                          *
*>  Record Definition For The Commission    *
*>       Plan Table                         *
*>  Uses Cpl-Plan-Id + Cpl-Year as key      *
*>*******************************************
*>  File size 100 bytes.
*>
*>  One record per commission plan per plan (calendar) year. Up to
*>  five marginal tiers - each tier's rate applies to the plan year's
*>  credited sales that fall in the tier, the tier running up to
*>  Cpl-Tier-Upto percent of Cpl-Quota. A zero Cpl-Tier-Upto marks the
*>  top tier (no upper limit) - tiers after it are not used, and tier
*>  5 is always open ended. With no quota tier 1's rate applies flat.
*>  Cpl-Draw is the guaranteed draw paid every pay period, recoverable
*>  from commission earned later (Cld-Balance).
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Comm-Plan-Record.
     03  Cpl-Key.
         05  Cpl-Plan-Id     pic x(4).
         05  Cpl-Year        pic 9(4).            *> ccyy
     03  Cpl-Desc            pic x(30).
     03  Cpl-Quota           pic 9(9)v99  comp-3. *> plan year sales quota
     03  Cpl-Draw            pic 9(7)v99  comp-3. *> guaranteed draw per pay period
     03  Cpl-Tiers                        occurs 5.
         05  Cpl-Tier-Upto   pic 9(3)v99  comp-3. *> % of quota, 0 = top tier
         05  Cpl-Tier-Rate   pic 9(2)v999 comp-3. *> commission % of sales
     03  Cpl-Operator        pic x(8).
     03  filler              pic x(13).
*>
