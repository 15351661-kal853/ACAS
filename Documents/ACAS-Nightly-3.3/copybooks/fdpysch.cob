*>*******************************************
*>                                          *
*>  File Definition For PY Scheduled        *
*>       Earnings / Deductions File         *
*>                                          *
*>*******************************************
*>
 fd  PY-Schedule-File.
*>
 copy "wspysch.cob".
