*>*******************************************
*>                                          *
*>  File Definition For PY Inbound          *
*>       Import Record Images               *
*>                                          *
*>*******************************************
*>
 fd  PY-Import-Image-File.
*>
 copy "wspyimi.cob".
