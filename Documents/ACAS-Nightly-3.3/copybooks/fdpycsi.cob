*>
*>*******************************************
*>                                          *
*>  File Definition For PY Commission       *
*>    Credited Sales Import File            *
*>*******************************************
*>
 fd  PY-Comm-Sales-Import.
*>
 01  PY-Comm-Sales-Import-Record  pic x(80).
*>
