*>
*>*******************************************
*>                                          *
*>  File Definition For PY Employee         *
*>       Purchase Account Links             *
*>*******************************************
*>
 fd  PY-Emp-Purch-File.
*>
 copy "wspyepa.cob".
