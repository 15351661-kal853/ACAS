*>*******************************************
*>                                          *
*>  File Definition For PY Worksite File    *
*>                                          *
*>*******************************************
*>
 fd  PY-Worksite-File.
*>
 copy "wspywks.cob".
