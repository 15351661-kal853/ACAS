*>*******************************************
*>                                          *
*>  Record Definition For The Dependent     *
*>       And Beneficiary File               *
*>  Uses Dpn-Emp-No + Dpn-Seq as key        *
*>*******************************************
*>  File size 139 bytes.
*>
*>  One record per person an employee covers on a benefit plan or
*>  names as a life insurance beneficiary - relationship, birth date
*>  and SSN, which enrolled plans (Ben-Plan-Code) cover them and the
*>  beneficiary designation and share. Removed dependents are kept
*>  with the date cover ended. Maintained by pydepnd; pydpnchk reads
*>  it to test an enrollment tier against the dependents covered.
*>
*>  A child (C) or other dependent (O) stays eligible to the end of
*>  the month of the 26th birthday unless disabled.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - pycobra reads it too - a dependent reaching the end of
*>                cover at 26 is a COBRA qualifying event. No change.
*>
 01  PY-Dependent-Record.
     03  Dpn-Key.
         05  Dpn-Emp-No      pic 9(7).
         05  Dpn-Seq         pic 99.              *> 1 up within the employee
     03  Dpn-Name            pic x(32).
     03  Dpn-Relation        pic x.
         88  Dpn-Rel-Spouse               value "S".
         88  Dpn-Rel-Partner              value "P".   *> domestic partner
         88  Dpn-Rel-Child                value "C".
         88  Dpn-Rel-Other                value "O".   *> other dependent - ward etc
         88  Dpn-Rel-Ben-Only             value "B".   *> beneficiary, not covered
         88  Dpn-Spouse-Type              values "S" "P".
         88  Dpn-Child-Type               values "C" "O".
     03  Dpn-Birth-Date      pic 9(8).            *> ccyymmdd
     03  Dpn-SSN             pic 9(9).
     03  Dpn-Disabled        pic x.               *> Y = disabled, no age limit
     03  Dpn-Cov-Plan        pic x(6)     occurs 5.   *> plans covering them
     03  Dpn-Ben-Type        pic x.               *> life insurance beneficiary
         88  Dpn-Ben-None                 value space.
         88  Dpn-Ben-Primary              value "P".
         88  Dpn-Ben-Contingent           value "C".
     03  Dpn-Ben-Pct         pic 999.             *> share, each type totals 100
     03  Dpn-Status          pic x.
         88  Dpn-Stat-Active              value "A".
         88  Dpn-Stat-Removed             value "R".
     03  Dpn-End-Date        pic 9(8).            *> ccyymmdd cover ended, removed only
     03  Dpn-Changed-By      pic x(8).
     03  Dpn-Changed-Date    pic 9(8).            *> ccyymmdd
     03  filler              pic x(20).
*>
