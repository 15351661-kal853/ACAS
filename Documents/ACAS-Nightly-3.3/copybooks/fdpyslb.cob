*>
*>*******************************************
*>                                          *
*>  File Definition For PY Sales Ledger     *
*>       Balances Import File               *
*>                                          *
*>*******************************************
*>
*>  One line per customer, comma separated:
*>    customer,open balance,as at date (ccyymmdd)
*>
 fd  PY-SL-Bal-File.
*>
 01  PY-SL-Bal-Line          pic x(80).
*>
