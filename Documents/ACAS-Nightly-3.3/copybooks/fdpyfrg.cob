*>*******************************************
*>                                          *
*>  File Definition For PY Fringe Benefit   *
*>            Events File                   *
*>                                          *
*>*******************************************
*>
 fd  PY-Fringe-File.
*>
 copy "wspyfrg.cob".
