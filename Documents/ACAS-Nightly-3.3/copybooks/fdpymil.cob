*>*******************************************
*>                                          *
*>  File Definition For PY Military         *
*>           Leave File                     *
*>                                          *
*>*******************************************
*>
 fd  PY-Military-Leave-File.
*>
 copy "wspymil.cob".
