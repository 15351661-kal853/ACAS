*>*******************************************
*>                                          *
*>  File Definition For PY Salary Grade     *
*>       File                               *
*>*******************************************
*>
 fd  PY-Grade-File.
*>
 copy "wspygrd.cob".
