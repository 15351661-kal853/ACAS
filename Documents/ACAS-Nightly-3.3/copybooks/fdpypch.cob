*>*******************************************
*>                                          *
*>  File Definition For PY Time Clock       *
*>            Punch File                    *
*>                                          *
*>*******************************************
*>
 fd  PY-Punch-File.
*>
 copy "wspypch.cob".
