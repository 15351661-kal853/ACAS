*>*******************************************
*>                                          *
*>  File Definition For PY Segregation Of   *
*>         Duties Conflict Matrix           *
*>                                          *
*>*******************************************
*>
 fd  PY-Sod-File.
*>
 copy "wspysod.cob".
