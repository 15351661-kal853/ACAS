*>
*>*******************************************
*>                                          *
*>  File Definition For PY Intercompany     *
*>       Labor Chargeback Rules             *
*>                                          *
*>*******************************************
*>
 fd  PY-IC-Rule-File.
*>
 copy "wspyicr.cob".
*>
