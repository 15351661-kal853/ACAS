*>
*>*******************************************
*>                                          *
*>  File Definition For PY Purchase         *
*>       Account Receipts                   *
*>*******************************************
*>
 fd  PY-SL-Receipt-File.
*>
 copy "wspysrc.cob".
