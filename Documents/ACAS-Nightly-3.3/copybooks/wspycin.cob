*>*******************************************
*>                                          *
*>  Record Definition For Benefit Carrier   *
*>       Invoice Import Source (CSV)        *
*>*******************************************
*>  One line per member per plan billed for the month, comma
*>  separated :
*>     Member-SSN (nnnnnnnnn or nnn-nn-nnnn), Plan-Code (as on the
*>     plan master, eg MED1), Tier (1 - 4), Premium (nnnnn.nn)
*>  eg  123-45-6789,MED1,4,1520.60
*>  The month billed is keyed when pycarrec is run. Lines whose first
*>  field holds no digits (a heading line) are skipped.
*>
*> 15/10/26 vbc - Created.
*>
 01  PY-Carrier-Inv-Record  pic x(80).
*>
