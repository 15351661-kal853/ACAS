*>*******************************************
*>                                          *
*>  File Definition For PY Commission Draw  *
*>            Ledger File                   *
*>                                          *
*>*******************************************
*>
 fd  PY-Comm-Ledger-File.
*>
 copy "wspycld.cob".
