*>*******************************************
*>                                          *
*>  File Definition For PY Inbound File     *
*>         Import Registry                  *
*>                                          *
*>*******************************************
*>
 fd  PY-Import-Reg-File.
*>
 copy "wspyimr.cob".
