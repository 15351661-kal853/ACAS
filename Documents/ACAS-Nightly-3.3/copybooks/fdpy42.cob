*>*******************************************
*>                                          *
*>  File Definition For PY 1042-S FIRE      *
*>            Electronic File               *
*>*******************************************
*>
 fd  PY-1042S-File.
*>
 copy "wspy42.cob".
