*>
*>*******************************************
*>                                          *
*>  File Definition For PY Translated       *
*>       Label Sets                         *
*>*******************************************
*>
 fd  PY-Label-File.
*>
 copy "wspylbl.cob".
