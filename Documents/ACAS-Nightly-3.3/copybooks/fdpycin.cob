*>*******************************************
*>                                          *
*>  File Definition For PY Benefit Carrier  *
*>           Invoice Import File            *
*>*******************************************
*>
 fd  PY-Carrier-Inv-File.
*>
 copy "wspycin.cob".
