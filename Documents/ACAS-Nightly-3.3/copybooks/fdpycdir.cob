*>*******************************************
*>                                          *
*>  File Definition For PY Company          *
*>         Directory                        *
*>                                          *
*>*******************************************
*>
 fd  PY-Co-Dir-File.
*>
 copy "wspycdir.cob".
