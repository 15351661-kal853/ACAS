*>*******************************************
*>                                          *
*>  Spanish Label Sets Supplied For         *
*>       Seeding PY-Label-File              *
*>*******************************************
*>
*>  The Spanish translations pylabel S writes to PY-Label-File
*>  for any label not already there - same order and numbering
*>  as the English sets in wspylbe.cob. Once seeded the file is
*>  what prints; amend it there, not here.
*>
*> 15/10/26 vbc - Created.
*> 15/10/26 vbc - STB 23 / 24 added - the pystubrp reprint of a pay date
*>                paid before the mid-year conversion (pyconv).
*>
*> CHK - pychkprt check face
*>
 01  Lbs-Chk-Set.
     03  filler  pic x(60) value "Cheque Num.".
     03  filler  pic x(60) value "Fecha".
     03  filler  pic x(60) value "PAGUESE A LA ORDEN DE:".
     03  filler  pic x(60) value "Firma autorizada".
     03  filler  pic x(60) value "Segunda firma - requerida sobre el limite".
 01  filler redefines Lbs-Chk-Set.
     03  Lbs-Chk     pic x(60)  occurs 5.
*>
*> ADV - pyadvice slip and email
*>
 01  Lbs-Adv-Set.
     03  filler  pic x(60) value "Aviso de Pago / Deposito Directo".
     03  filler  pic x(60) value "Empleado No :".
     03  filler  pic x(60) value "Cheque No   :".
     03  filler  pic x(60) value "Deposito Directo".
     03  filler  pic x(60) value "Forma Pago  :".
     03  filler  pic x(60) value "Cheque".
     03  filler  pic x(60) value "Tarjeta de Pago".
     03  filler  pic x(60) value "Bruto".
     03  filler  pic x(60) value "Otro Pago 1".
     03  filler  pic x(60) value "Otro Pago 2".
     03  filler  pic x(60) value "Deducciones".
     03  filler  pic x(60) value "Imp. Federal".
     03  filler  pic x(60) value "Imp. Estatal".
     03  filler  pic x(60) value "Imp. Local".
     03  filler  pic x(60) value "Seguro Social".
     03  filler  pic x(60) value "Incapacidad".
     03  filler  pic x(60) value "Otra Ded. 1".
     03  filler  pic x(60) value "Otra Ded. 2".
     03  filler  pic x(60) value "Otra Ded. 3".
     03  filler  pic x(60) value "Neto Este Periodo".
     03  filler  pic x(60) value "Trimestre a Fecha".
     03  filler  pic x(60) value "Ano a la Fecha".
     03  filler  pic x(60) value "Ingreso Gravable".
     03  filler  pic x(60) value "Medicare".
     03  filler  pic x(60) value "Neto".
     03  filler  pic x(60) value "Aviso de Pago".
 01  filler redefines Lbs-Adv-Set.
     03  Lbs-Adv     pic x(60)  occurs 26.
*>
*> NTC - pynotice wage notice letter
*>
 01  Lbs-Ntc-Set.
     03  filler  pic x(60) value "AVISO DE TARIFA DE PAGO - Ley contra el Robo de Salarios".
     03  filler  pic x(60) value "Empleador:".
     03  filler  pic x(60) value "Empleado:".
     03  filler  pic x(60) value "Su tarifa de pago (tarifa".
     03  filler  pic x(60) value ") cambia de".
     03  filler  pic x(60) value "a".
     03  filler  pic x(60) value "a partir del".
     03  filler  pic x(60) value "(aaaammdd). El dia y la frecuencia de pago no cambian.".
     03  filler  pic x(60) value "Firma del empleado / fecha : ____________________  ________".
     03  filler  pic x(60) value "Devuelva la copia firmada a Nominas - se conserva por ley.".
 01  filler redefines Lbs-Ntc-Set.
     03  Lbs-Ntc     pic x(60)  occurs 10.
*>
*> STB - pystubrp stub reprint
*>
 01  Lbs-Stb-Set.
     03  filler  pic x(60) value "*** COPIA - NO ES UN CHEQUE ***".
     03  filler  pic x(60) value "Empleado:".
     03  filler  pic x(60) value "Fecha Pedida:".
     03  filler  pic x(60) value "Detalle del Talon (copia exacta)".
     03  filler  pic x(60) value "Bruto".
     03  filler  pic x(60) value "Tarifa 1".
     03  filler  pic x(60) value "Tarifa 2".
     03  filler  pic x(60) value "Tarifa 3".
     03  filler  pic x(60) value "Tarifa 4".
     03  filler  pic x(60) value "Otro Pago".
     03  filler  pic x(60) value "Neto".
     03  filler  pic x(60) value "Imp. Fed.".
     03  filler  pic x(60) value "Imp. Est.".
     03  filler  pic x(60) value "Imp. Loc.".
     03  filler  pic x(60) value "Seg. Soc.".
     03  filler  pic x(60) value "Incapac.".
     03  filler  pic x(60) value "Otra Ded.".
     03  filler  pic x(60) value "Cheque exacto ya no en archivo - totales acumulados".
     03  filler  pic x(60) value "Trimestre".
     03  filler  pic x(60) value "Ano".
     03  filler  pic x(60) value "Pago Neto".
     03  filler  pic x(60) value "Medicare".
     03  filler  pic x(60) value "Pagado por el proveedor anterior - saldos iniciales".
     03  filler  pic x(60) value "Convertido el".
 01  filler redefines Lbs-Stb-Set.
     03  Lbs-Stb     pic x(60)  occurs 24.
*>
