*>*******************************************
*>                                          *
*>  File Definition For PY Outbound File    *
*>     Release / Transmission Log           *
*>                                          *
*>*******************************************
*>
 fd  PY-Xmt-File.
*>
 copy "wspyxmt.cob".
