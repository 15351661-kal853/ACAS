*>*******************************************
*>                                          *
*>  File Definition For PY Tax Treaty       *
*>           File                           *
*>                                          *
*>*******************************************
*>
 fd  PY-Treaty-File.
*>
 copy "wspytrt.cob".
