*>*******************************************
*>                                          *
*>  File Definition For An Outbound File    *
*>     Read Back For Registration           *
*>                                          *
*>*******************************************
*>
 fd  PY-Xmt-Data-File.
*>
 01  PY-Xmt-Data-Record      pic x(1024).
