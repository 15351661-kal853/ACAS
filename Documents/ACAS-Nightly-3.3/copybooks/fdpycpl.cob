*>*******************************************
*>                                          *
*>  File Definition For PY Commission Plan  *
*>            Table                         *
*>                                          *
*>*******************************************
*>
 fd  PY-Comm-Plan-File.
*>
 copy "wspycpl.cob".
