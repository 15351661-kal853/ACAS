*>
*>*******************************************
*>                                          *
*>  File Definition For PY PTO Cash-Out     *
*>           Election File                  *
*>                                          *
*>*******************************************
*>
 fd  PY-PTO-Cashout-File.
*>
 copy "wspyptc.cob".
