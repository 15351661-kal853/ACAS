*>            File                          *
*>  Uses Chkh-Emp-No + Chkh-Check-Date      *
*>            as key                        *
*>  Alternate keys Chkh-Check-No and        *
*>            Chkh-Check-Date               *
*>*******************************************
*>  File size 205 bytes.
*>
*>  One record per employee per pay period - the same sixteen Chk-Amt
*>  buckets as PY-Chk-Record (see wspychk.cob for the bucket map),
*>                check lives here (permanent, keyed per period), not
*>                on the single-run pychk record, so it survives the
*>                next apply. Record size unchanged.
*> 15/10/26 vbc - Chkh-Hours and Chkh-Tips added - the period's hours
*>                worked (the hours lines, not coded money) and tips
*>                reported (code 18), set by pyapply for the FICA tip
*>                credit (py8846). Zero on manual and supplemental
*>                entries. File size increases.
*> 15/10/26 vbc - Chkh-ED-Amt added - what each Emp-ED-Grp slot
*>                actually took on the check, set by pyapply with
*>                Chkh-ED-Posted = "Y" (pycarrec tests the benefit
*>                deductions against the carrier's bill). Zero and
*>                not posted on manual and supplemental entries and
*>                on checks written before. File size increases.
*> 15/10/26 vbc - Chkh-Ext added - the check's share of the history
*>                buckets kept outside the sixteen Chk-Amt ones
*>                (qualified OT / tips, deferral, Roth, HSA, fringe,
*>                treaty, housing, supplemental and equity), set by
*>                pyapply and pyequity with Chkh-Ext-Posted = "Y" so
*>                pyvoid can back them out. Zero and not posted on
*>                manual entries and on checks written before. File
*>                size increases.
*>
 01  PY-Chk-History-Record.
     03  Chkh-Key.
         88  Chkh-Stat-Escheated          value "E".
         88  Chkh-Stat-Void               value "V".
     03  Chkh-Clear-Date     pic 9(8)     comp.   *> ccyymmdd
     03  Chkh-Hours          pic 9(4)v99  comp-3.
     03  Chkh-Tips           pic 9(7)v99  comp-3.
     03  Chkh-ED-Posted      pic x.               *> Y = Chkh-ED-Amt set by pyapply
     03  Chkh-ED-Amts.
         05  Chkh-ED-Amt     pic 9(7)v99  comp-3  occurs 5.  *> per Emp-ED-Grp slot
     03  Chkh-Ext-Posted     pic x.               *> Y = Chkh-Ext set by pyapply / pyequity
     03  Chkh-Ext                         comp-3.   *> ALSO inside the Chkh-Amt buckets
         05  Chkh-Qual-OT-Prem   pic 9(7)v99.     *> His-Qual
         05  Chkh-Qual-Tips      pic 9(7)v99.
         05  Chkh-Deferral       pic s9(7)v99.    *> His-Ret - less any refund
         05  Chkh-Roth           pic 9(7)v99.
         05  Chkh-HSA-Emp        pic 9(7)v99.     *> His-HSA
         05  Chkh-HSA-Er         pic 9(7)v99.
         05  Chkh-Fringe         pic 9(7)v99.     *> His-Fringe
         05  Chkh-Treaty-Exempt  pic 9(7)v99.     *> His-Treaty
         05  Chkh-Housing-Allow  pic 9(7)v99.     *> His-Clergy
         05  Chkh-Supp-Wages     pic 9(7)v99.     *> His-Equity
         05  Chkh-Equity         pic 9(7)v99.
         05  Chkh-NSO            pic 9(7)v99.
     03  filler              pic x(2).
*>
