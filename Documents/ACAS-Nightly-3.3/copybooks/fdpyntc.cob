*>*******************************************
*>                                          *
*>  File Definition For PY Tax Agency       *
*>       Notice Log File                    *
*>                                          *
*>*******************************************
*>
 fd  PY-Notice-File.
*>
 copy "wspyntc.cob".
