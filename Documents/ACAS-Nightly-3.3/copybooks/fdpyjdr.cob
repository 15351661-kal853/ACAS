*>
*>*******************************************
*>                                          *
*>  File Definition For PY Tax Jurisdiction *
*>       Directory                          *
*>*******************************************
*>
 fd  PY-Juris-Dir-File.
*>
 copy "wspyjdr.cob".
