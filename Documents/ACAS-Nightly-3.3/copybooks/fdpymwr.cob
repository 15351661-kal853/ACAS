*>*******************************************
*>                                          *
*>  File Definition For PY BLS Multiple     *
*>       Worksite Report File               *
*>*******************************************
*>
 fd  PY-MWR-File.
*>
 copy "wspymwr.cob".
