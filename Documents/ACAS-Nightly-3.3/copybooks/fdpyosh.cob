*>*******************************************
*>                                          *
*>  File Definition For PY OSHA Injury And  *
*>       Illness Case File                  *
*>*******************************************
*>
 fd  PY-OSHA-Case-File.
*>
 copy "wspyosh.cob".
