*>*******************************************
*>                                          *
*>  Request Block For Calls To pydpnchk     *
*>       (enrollment tier against the       *
*>        dependents covered)               *
*>*******************************************
*>
*>  Caller sets Dnq-Emp-No, Dnq-Plan-Code, Dnq-Tier (1 employee only,
*>  2 + spouse, 3 + children, 4 family) and Dnq-As-Of, the date
*>  children's ages are taken at.
*>  Dnq-Result:  0 = the dependents support the tier,
*>               1 = they do not - Dnq-Reason says why,
*>               4 = no dependent file - nothing checked.
*>  The counts of active dependents the plan covers come back as well,
*>  children past the age limit counted apart and not as children.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Dependent-Check.
     03  Dnq-Emp-No          pic 9(7).
     03  Dnq-Plan-Code       pic x(6).
     03  Dnq-Tier            pic 9.
     03  Dnq-As-Of           pic 9(8).            *> ccyymmdd
     03  Dnq-Result          pic 9.
     03  Dnq-Spouses         pic 99.
     03  Dnq-Children        pic 99.
     03  Dnq-Aged-Out        pic 99.
     03  Dnq-Reason          pic x(32).
*>
