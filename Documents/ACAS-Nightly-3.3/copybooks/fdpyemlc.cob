*>*******************************************
*>                                          *
*>  File Definition For PY Employee Local   *
*>       Tax History File                   *
*>*******************************************
*>
 fd  PY-Emp-Local-File.
*>
 copy "wspyemlc.cob".
