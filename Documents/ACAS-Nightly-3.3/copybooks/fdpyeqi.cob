*>
*>*******************************************
*>                                          *
*>  File Definition For PY Equity           *
*>    Compensation (Broker) Import File     *
*>*******************************************
*>
 fd  PY-Equity-File.
*>
 01  PY-Equity-Record        pic x(160).
*>
