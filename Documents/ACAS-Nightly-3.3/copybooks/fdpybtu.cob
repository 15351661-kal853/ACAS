*>*******************************************
*>                                          *
*>  File Definition For PY Bonus Overtime   *
*>            True-Up File                  *
*>                                          *
*>*******************************************
*>
 fd  PY-Bonus-True-Up-File.
*>
 copy "wspybtu.cob".
