*>
*>*******************************************
*>                                          *
*>  File Definition For PY Equity Events    *
*>            Posted File                   *
*>                                          *
*>*******************************************
*>
 fd  PY-Equity-Posted-File.
*>
 copy "wspyeqp.cob".
