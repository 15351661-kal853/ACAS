*>
*>*******************************************
*>                                          *
*>  File Definition For PY Purchase Ledger  *
*>       Payments Import File               *
*>                                          *
*>*******************************************
*>
*>  One line per payment, comma separated:
*>    supplier,invoice ref,paid date (ccyymmdd),amount,payment ref
*>
 fd  PY-PL-Pay-File.
*>
 01  PY-PL-Pay-Line          pic x(80).
*>
