*>
*>*******************************************
*>                                          *
*>  File Definition For PY Remittances      *
*>       Posted To The Purchase Ledger      *
*>*******************************************
*>
 fd  PY-Remit-PL-File.
*>
 copy "wspyrpl.cob".
