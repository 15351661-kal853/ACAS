*>*******************************************
*>                                          *
*>  File Definition For PY Commission       *
*>       Credited Sales File                *
*>                                          *
*>*******************************************
*>
 fd  PY-Comm-Sales-File.
*>
 copy "wspycsl.cob".
