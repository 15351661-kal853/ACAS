*>*******************************************
*>                                          *
*>  File Definition For PY COBRA Qualifying *
*>       Event File                         *
*>*******************************************
*>
 fd  PY-COBRA-File.
*>
 copy "wspycob.cob".
