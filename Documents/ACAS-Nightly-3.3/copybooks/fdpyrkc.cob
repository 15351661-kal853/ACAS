*>
*>*******************************************
*>                                          *
*>  File Definition For PY 401(k)           *
*>    Recordkeeper Change Import File       *
*>*******************************************
*>
 fd  PY-RK-Change-File.
*>
 01  PY-RK-Change-Record     pic x(80).
*>
