*>
*>*******************************************
*>                                          *
*>  File Definition For PY Intercompany     *
*>       Chargeback Ledger                  *
*>                                          *
*>*******************************************
*>
 fd  PY-IC-Ledger-File.
*>
 copy "wspyicl.cob".
*>
