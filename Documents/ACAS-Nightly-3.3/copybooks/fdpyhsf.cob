*>*******************************************
*>                                          *
*>  File Definition For PY Health Savings   *
*>       Account Custodian Funding File     *
*>*******************************************
*>
 fd  PY-HSA-Feed-File.
*>
 copy "wspyhsf.cob".
