*>*******************************************
*>                                          *
*>  File Definition For PY Local Earned     *
*>       Income Tax Jurisdiction File       *
*>*******************************************
*>
 fd  PY-Local-Tax-File.
*>
 copy "wspylcl.cob".
