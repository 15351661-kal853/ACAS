*>*******************************************
*>                                          *
*>  File Definition For PY State Final      *
*>           Pay Rule File                  *
*>                                          *
*>*******************************************
*>
 fd  PY-Final-Pay-Rule-File.
*>
 copy "wspyfpr.cob".
