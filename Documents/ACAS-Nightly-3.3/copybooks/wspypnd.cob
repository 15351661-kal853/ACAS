*>  before PY-Employee-Record is actually touched.
*>
*> 09/08/26 vbc - Created.
*> 15/10/26 vbc - Also holds the sensitive master changes py010 keys -
*>                rates (R1-R6), Emp-Max-Pay (MP), reactivation from
*>                Terminated (RA) and a direct deposit account (D1-D3)
*>                - until a second operator with the Supervisor or
*>                Admin role approves them in py010 option 8 (Pnd-Fld-
*>                Two-Person). Requesting operator and times added,
*>                with the numeric and account images the approval
*>                applies. File size increases.
*>
 01  PY-Pending-Change-Record.
     03  Pnd-Seq-No                pic 9(7)   comp.
         88  Pnd-Fld-Zip               value "ZP".
         88  Pnd-Fld-Phone             value "PH".
         88  Pnd-Fld-Bank-Acct         value "BA".  *> primary (1st) Emp-DD-Grp entry only
         88  Pnd-Fld-Rate              value "R1" thru "R6".  *> Emp-Rate (n)
         88  Pnd-Fld-Max-Pay           value "MP".
         88  Pnd-Fld-Reactivate        value "RA".  *> Emp-Status from T
         88  Pnd-Fld-DD-Slot           value "D1" thru "D3".  *> whole Emp-DD-Grp (n)
         88  Pnd-Fld-Two-Person        value "R1" thru "R6" "MP" "RA" "D1" thru "D3".
     03  Pnd-Old-Value             pic x(32).   *> as of the time the request was staged
     03  Pnd-New-Value             pic x(32).   *> requested replacement value
     03  Pnd-Status                pic x.
     03  Pnd-Requested-Date        pic 9(8)   comp.  *> ccyymmdd staged
     03  Pnd-Applied-Date          pic 9(8)   comp.  *> ccyymmdd reviewed, zero if still pending
     03  Pnd-Applied-By            pic x(8).         *> Usera of the supervisor who reviewed it
*>                                                     (operator id for the Two-Person codes)
     03  Pnd-Requested-By          pic x(8).         *> operator id that keyed it, Two-Person codes
     03  Pnd-Requested-Time        pic 9(6).         *> hhmmss
     03  Pnd-Applied-Time          pic 9(6).         *> hhmmss
     03  Pnd-Old-Amount            pic 9(8)v99 comp-3.  *> rate / max pay as on file
     03  Pnd-New-Amount            pic 9(8)v99 comp-3.  *> rate / max pay requested
     03  Pnd-Old-Image             pic x(50).        *> Emp-DD-Grp (n) as on file
     03  Pnd-New-Image             pic x(50).        *> Emp-DD-Grp (n) requested
*>
