*>*******************************************
*>                                          *
*>  File Definition For PY Unemployment     *
*>       (UI) Claim File                    *
*>*******************************************
*>
 fd  PY-UI-Claim-File.
*>
 copy "wspyuic.cob".
