*>
*>*******************************************
*>                                          *
*>  File Definition For PY Severance        *
*>           Agreement File                 *
*>                                          *
*>*******************************************
*>
 fd  PY-Severance-File.
*>
 copy "wspysev.cob".
