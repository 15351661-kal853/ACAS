*>*******************************************
*>                                          *
*>  File Definition For PY Verification Of  *
*>       Employment Request Log             *
*>*******************************************
*>
 fd  PY-VOE-Log-File.
*>
 copy "wspyvoe.cob".
