*>*******************************************
*>                                          *
*>  File Definition For PY Position         *
*>       Control File                       *
*>*******************************************
*>
 fd  PY-Position-File.
*>
 copy "wspyposn.cob".
