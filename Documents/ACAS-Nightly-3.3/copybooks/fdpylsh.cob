*>*******************************************
*>                                          *
*>  File Definition For PY Shared Leave     *
*>           Bank File                      *
*>                                          *
*>*******************************************
*>
 fd  PY-Leave-Share-File.
*>
 copy "wspylsh.cob".
