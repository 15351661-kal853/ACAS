*>*******************************************
*>                                          *
*>  File Definition For PY Expense Claims   *
*>            File                          *
*>                                          *
*>*******************************************
*>
 fd  PY-Expense-File.
*>
 copy "wspyexp.cob".
