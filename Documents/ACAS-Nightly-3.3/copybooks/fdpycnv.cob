*>
*>*******************************************
*>                                          *
*>  File Definition For PY Conversion       *
*>    Opening Balances Import File          *
*>*******************************************
*>
 fd  PY-Conv-File.
*>
 01  PY-Conv-Record          pic x(256).
*>
