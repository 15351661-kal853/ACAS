*>*******************************************
*>                                          *
*>  Record Definition For The Segregation   *
*>       Of Duties Conflict Matrix          *
*>  Uses Sod-Duty-A + Sod-Duty-B as key     *
*>*******************************************
*>  File size 80 bytes.
*>
*>  One record per pair of duties the same operator may not both
*>  perform. The duty codes are those pysod derives from the logs:
*>    BANK  direct deposit account changed   (change audit file)
*>    RATE  pay rate changed                 (change audit file)
*>    PMTH  pay method changed               (change audit file)
*>    STAT  employee status changed          (change audit file)
*>    HIRE  employee added                   (change audit file)
*>    APPR  time card approved               (pyhap, pytcappr)
*>    ST1 - ST7  pay-run step 1 - 7 run      (security log RS)
*>    PC / UM / VO  parameter change, user maintenance, void
*>                  over threshold           (security log)
*>  Sod-Scope E - both duties on the SAME employee, duty A done at or
*>  before duty B and no more than Sod-Lookback days before the pay
*>  cycle began (HIRE then APPR looks back over the new starter's
*>  first weeks). R - both anywhere in the same pay cycle, either
*>  order; Sod-Lookback is not used.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Sod-Record.
     03  Sod-Key.
         05  Sod-Duty-A      pic x(4).
         05  Sod-Duty-B      pic x(4).
     03  Sod-Scope           pic x.
         88  Sod-Same-Emp                 value "E".
         88  Sod-Same-Cycle               value "R".
     03  Sod-Lookback        pic 9(3).            *> days, scope E only
     03  Sod-Active          pic x.
         88  Sod-Is-Active                value "Y".
     03  Sod-Desc            pic x(40).
     03  Sod-Maint-Date      pic 9(8).            *> ccyymmdd last changed
     03  Sod-Maint-By        pic x(8).
     03  filler              pic x(11).
*>
