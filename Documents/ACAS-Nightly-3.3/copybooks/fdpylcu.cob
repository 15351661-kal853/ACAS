*>*******************************************
*>                                          *
*>  File Definition For PY Local Tax        *
*>       Quarterly Return Upload File       *
*>*******************************************
*>
 fd  PY-Local-Upload-File.
*>
 copy "wspylcu.cob".
