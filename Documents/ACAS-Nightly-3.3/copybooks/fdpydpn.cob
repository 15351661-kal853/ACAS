*>*******************************************
*>                                          *
*>  File Definition For PY Dependent And    *
*>       Beneficiary File                   *
*>*******************************************
*>
 fd  PY-Dependent-File.
*>
 copy "wspydpn.cob".
