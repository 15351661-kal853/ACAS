*>*******************************************
*>                                          *
*>  File Definition For PY Per-Diem Rate    *
*>            Table                         *
*>                                          *
*>*******************************************
*>
 fd  PY-Per-Diem-File.
*>
 copy "wspypdm.cob".
